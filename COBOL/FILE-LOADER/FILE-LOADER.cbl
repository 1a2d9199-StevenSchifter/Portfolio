                ASSIGN Auditrpt-File-Name
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
            SELECT Pending-File
                ASSIGN Pending-File-Name
                ORGANIZATION INDEXED ACCESS DYNAMIC
                RECORD Pending-Pend-Key = Pending-Key
                ALTERNATE RECORD Pending-ID-Key = Pending-ID
                    WITH DUPLICATES
                STATUS File-Status.
            SELECT Pendrpt-File
                ASSIGN Pendrpt-File-Name
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
            SELECT Stream-File
                ASSIGN Stream-File-Name
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
            SELECT Joblog-File
                ASSIGN Joblog-File-Name
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
            SELECT Streamck-File
                ASSIGN "StreamCheckpoint.txt"
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
            SELECT Sched-File
                ASSIGN Sched-File-Name
                ORGANIZATION INDEXED ACCESS DYNAMIC
                RECORD Sched-Sched-Key = Sched-Key
                ALTERNATE RECORD Sched-ID-Key = Sched-ID
                    WITH DUPLICATES
                STATUS File-Status.
            SELECT Schedrpt-File
                ASSIGN Schedrpt-File-Name
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
            SELECT Effrpt-File
                ASSIGN Effrpt-File-Name
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
            SELECT Ack-File
                ASSIGN Ack-File-Name
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
            SELECT Verify-File
                ASSIGN Verify-File-Name
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
            SELECT Rebuild-File
                ASSIGN Rebuild-File-Name
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
            SELECT Sort-File
                ASSIGN "LoadSort.tmp".
            SELECT Tolerance-File
                ASSIGN Tolerance-File-Name
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
            SELECT Trend-File
                ASSIGN Trend-File-Name
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
            SELECT Trend-Sort-File
                ASSIGN "TrendSort.tmp".
            SELECT Reclass-Map-File
                ASSIGN Reclass-Map-Name
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
            SELECT Reclass-Work-File
                ASSIGN Reclass-Work-Name
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
            SELECT Reclass-Rpt-File
                ASSIGN Reclass-Rpt-Name
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
            SELECT Criteria-File
                ASSIGN Criteria-File-Name
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
            SELECT Select-File
                ASSIGN Select-File-Name
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
            SELECT Selrpt-File
                ASSIGN Selrpt-File-Name
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
            SELECT Period-File
                ASSIGN "PeriodClose.txt"
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
            SELECT Old-History-File
                ASSIGN Old-History-Name
                ORGANIZATION INDEXED ACCESS DYNAMIC
                RECORD Old-History-Hist-Key = Old-History-Key
                STATUS File-Status.
            SELECT Runlock-File
                ASSIGN "FileLoader.lck"
                ORGANIZATION LINE SEQUENTIAL
                STATUS File-Status.
DATA DIVISION.
    FILE SECTION.
    FD Input-File GLOBAL.
        2 Reject-Row        PIC X(128).
        2 Reject-Reason     PIC X(20).
        2 Reject-Attempts   PIC 9(2).
        2 Reject-Source     PIC X(16).
        2 Reject-Bus-Date   PIC X(8).
    FD Recycle-File GLOBAL.
    1 Recycle-Record.
        2 Recycle-Row        PIC X(128).
        2 Recycle-Reason     PIC X(20).
        2 Recycle-Attempts-X PIC X(2).
        2 Recycle-Source     PIC X(16).
        2 Recycle-Bus-Date   PIC X(8).
    FD Suspense-File GLOBAL.
    1 Suspense-Record.
        2 Suspense-ID           PIC 9(6).
        2 Audit-Before      PIC X(82).
        2                   PIC X.
        2 Audit-After       PIC X(82).
        2                   PIC X.
        2 Audit-Approver    PIC X(8).
    FD Checkpoint-File GLOBAL.
    1 Checkpoint-Record      PIC X(300).
    FD Archive-File GLOBAL.
        2 Xref-Bus-Date     PIC X(8).
    FD Operator-File GLOBAL.
    1 Operator-Record.
        2 Operator-Row      PIC X(340).
    FD Calendar-File GLOBAL.
    1 Calendar-Record.
        2 Calendar-Row      PIC X(128).
    FD Auditrpt-File GLOBAL.
    1 Auditrpt-Record        PIC X(200).
    SD Sort-File.
        2 Sort-Status-Code      PIC X(4).
        2 Sort-Source           PIC X(16).
        2 Sort-Row              PIC X(128).
    FD Tolerance-File GLOBAL.
    1 Tolerance-Record.
        2 Tolerance-Row         PIC X(80).
    FD Trend-File GLOBAL.
    1 Trend-Record              PIC X(132).
    SD Trend-Sort-File.
    1 Trend-Sort-Record.
        2 Trend-Sort-Source     PIC X(16).
        2 Trend-Sort-Date       PIC X(8).
        2 Trend-Sort-Kind       PIC X.
        2 Trend-Sort-Stamp      PIC X(14).
        2 Trend-Sort-Mode       PIC X(8).
        2 Trend-Sort-Counted    PIC X.
        2 Trend-Sort-Read       PIC 9(9).
        2 Trend-Sort-Written    PIC 9(9).
        2 Trend-Sort-Rejected   PIC 9(9).
        2 Trend-Sort-Suspended  PIC 9(9).
        2 Trend-Sort-Flag       PIC X.
    FD Reclass-Map-File GLOBAL.
    1 Reclass-Map-Record.
        2 Reclass-Map-Row       PIC X(80).
    FD Reclass-Work-File GLOBAL.
    1 Reclass-Work-Record.
        2 Reclass-Work-ID       PIC 9(6).
        2 Reclass-Work-Map      PIC 9(3).
    FD Reclass-Rpt-File GLOBAL.
    1 Reclass-Rpt-Record        PIC X(132).
    FD Criteria-File GLOBAL.
    1 Criteria-Record.
        2 Criteria-Row          PIC X(128).
    FD Select-File GLOBAL.
    1 Select-Record             PIC X(200).
    FD Selrpt-File GLOBAL.
    1 Selrpt-Record             PIC X(132).
    FD Period-File GLOBAL.
    1 Period-Record.
        2 Period-Row            PIC X(300).
    FD Old-History-File GLOBAL.
    1 Old-History-Record.
        2 Old-History-Key.
            3 Old-History-ID            PIC 9(6).
            3 Old-History-Stamp         PIC X(16).
            3 Old-History-Seq           PIC 9(3).
        2 Old-History-Action            PIC X(6).
        2 Old-History-Operator          PIC X(8).
        2 Old-History-String            PIC X(64).
        2 Old-History-Effective-Date    PIC X(8).
        2 Old-History-Status-Code       PIC X(4).
    FD Runlock-File GLOBAL.
    1 Runlock-Record.
        2 Runlock-Mode          PIC X(8).
        2                       PIC X.
        2 Runlock-Operator      PIC X(8).
        2                       PIC X.
        2 Runlock-Stamp         PIC X(16).
        2                       PIC X.
        2 Runlock-Bus-Date      PIC X(8).
    FD History-File GLOBAL.
    1 History-Record.
        2 History-Key.
        2 History-String            PIC X(64).
        2 History-Effective-Date    PIC X(8).
        2 History-Status-Code       PIC X(4).
        2 History-Approver          PIC X(8).
        2 History-After-Kind        PIC X.
            88 History-After-Present       VALUE "A".
            88 History-After-Removed       VALUE "R".
        2 History-After-String      PIC X(64).
        2 History-After-Effective-Date PIC X(8).
        2 History-After-Status-Code PIC X(4).
    FD Print-File GLOBAL.
    1 Print-Record.
        2 Print-ID                PIC 9(6).
        2 Print-Effective-Date    PIC X(8).
        2                         PIC X.
        2 Print-Status-Code       PIC X(4).
    FD Pending-File GLOBAL.
    1 Pending-Record.
        2 Pending-Key.
            3 Pending-Stamp         PIC X(16).
            3 Pending-Seq           PIC 9(3).
        2 Pending-ID                PIC 9(6).
        2 Pending-State             PIC X.
            88 Pending-Is-Pending          VALUE "P".
            88 Pending-Is-Approved         VALUE "A".
            88 Pending-Is-Rejected         VALUE "R".
        2 Pending-Action            PIC X(6).
        2 Pending-Origin            PIC X(8).
        2 Pending-Maker             PIC X(8).
        2 Pending-Checker           PIC X(8).
        2 Pending-Checked-Stamp     PIC X(16).
        2 Pending-Before            PIC X(82).
        2 Pending-After             PIC X(82).
        2 Pending-Effective-Date    PIC X(8).
    FD Pendrpt-File GLOBAL.
    1 Pendrpt-Record         PIC X(200).
    FD Stream-File GLOBAL.
    1 Stream-Record.
        2 Stream-Row        PIC X(300).
    FD Joblog-File GLOBAL.
    1 Joblog-Record          PIC X(200).
    FD Sched-File GLOBAL.
    1 Sched-Record.
        2 Sched-Key.
            3 Sched-Effective-Date  PIC X(8).
            3 Sched-Stamp           PIC X(16).
            3 Sched-Seq             PIC 9(3).
        2 Sched-ID                  PIC 9(6).
        2 Sched-State               PIC X.
            88 Sched-Is-Scheduled          VALUE "S".
            88 Sched-Is-Applied            VALUE "A".
            88 Sched-Is-Cancelled          VALUE "C".
            88 Sched-Is-Failed             VALUE "F".
        2 Sched-Action              PIC X(6).
        2 Sched-Origin              PIC X(8).
        2 Sched-Source              PIC X(16).
        2 Sched-Bus-Date            PIC X(8).
        2 Sched-Maker               PIC X(8).
        2 Sched-Approver            PIC X(8).
        2 Sched-Closed-By           PIC X(8).
        2 Sched-Closed-Stamp        PIC X(16).
        2 Sched-Reason              PIC X(20).
        2 Sched-After               PIC X(82).
        2 Sched-Before              PIC X(82).
    FD Schedrpt-File GLOBAL.
    1 Schedrpt-Record        PIC X(200).
    FD Effrpt-File GLOBAL.
    1 Effrpt-Record          PIC X(200).
    FD Ack-File GLOBAL.
    1 Ack-Record             PIC X(200).
    FD Verify-File GLOBAL.
    1 Verify-Record          PIC X(200).
    FD Rebuild-File GLOBAL.
    1 Rebuild-Record         PIC X(200).
    FD Streamck-File GLOBAL.
    1 Streamck-Record.
        2 Streamck-Row      PIC X(300).
    WORKING-STORAGE SECTION.
    1 File-Status           PIC XX GLOBAL.
    1 Output-Row            BINARY-LONG.
    1 Backup-Input-Name     PIC X(256) VALUE SPACES.
    1 Env-Backup-File-Name  PIC X(256) VALUE SPACES.
    1 Recon-File-Name       PIC X(256) VALUE SPACES.
    1 Recon-Prefix          PIC X(16)  VALUE "RECON.rpt".
    1 Recon-Title           PIC X(40)  VALUE "FILE-LOADER RECONCILIATION REPORT".
    1 Recon-Current-Label   PIC X(25)  VALUE "  CURRENT FILE.........: ".
    1 Recon-Backup-Label    PIC X(25)  VALUE "  BACKUP FILE..........: ".
    1 Walk-Context          PIC X(20)  VALUE "COMPARE-TO-BACKUP".
    1 Current-EOF           PIC X      VALUE "N".
        88 Current-At-End              VALUE "Y".
            3 Input-Source      PIC X(16).
            3 Input-Bus-Date    PIC X(8).
            3 Input-Balanced    PIC X.
            3 Input-Trailer-Count BINARY-LONG.
            3 Src-Read-Count    BINARY-LONG.
            3 Src-Written-Count BINARY-LONG.
            3 Src-Reject-Count  BINARY-LONG.
            3 Src-Sched-Count   BINARY-LONG.
            3 Input-Tol-Flag    PIC X.
            3 Input-Tol-Average BINARY-LONG.
    1 Input-Idx             BINARY-LONG.
    1 Load-Idx              BINARY-LONG VALUE 1.
    1 Current-Source        PIC X(16)  VALUE SPACES.
    1 Current-Bus-Date      PIC X(8)   VALUE SPACES.
    1 Balance-All           PIC X      VALUE "N".
        88 All-Files-In-Balance        VALUE "Y".
    1 Xref-File-Name        PIC X(256) VALUE "LoadedXref.bdb".
    1 Env-Operator-File-Nm  PIC X(256) VALUE SPACES.
    1 Oper-Parse-ID         PIC X(8).
    1 Oper-Parse-Name       PIC X(30).
    1 Oper-Parse-Modes      PIC X(300).
    1 Oper-Name             PIC X(30)  VALUE SPACES.
    1 Oper-Modes-Table.
        2 Oper-Mode-Entry   PIC X(8) OCCURS 30.
    1 Oper-Mode-Idx         BINARY-LONG.
    1 Oper-Found            PIC X      VALUE "N".
        88 Operator-Is-Known           VALUE "Y".
    1 Calendar-Mode         PIC X(8)   VALUE SPACES.
    1 Calendar-Dates-OK     PIC X      VALUE "N".
        88 Calendar-Dates-Are-OK       VALUE "Y".
    1 Calendar-Parse-Stamp  PIC X(14).
    1 Calendar-Parse-Read   PIC X(9).
    1 Calendar-Parse-Written PIC X(9).
    1 Calendar-Parse-Rejected PIC X(9).
    1 Calendar-Parse-Susp   PIC X(9).
    1 Calendar-Parse-Flag   PIC X.
    1 Calendar-Read-Num     PIC 9(9).
    1 Calendar-Written-Num  PIC 9(9).
    1 Calendar-Reject-Num   PIC 9(9).
    1 Calendar-Susp-Num     PIC 9(9).
    1 Calendar-Tol-Flag     PIC X      VALUE SPACE.
    1 Tolerance-File-Name   PIC X(256) VALUE "LoadTolerance.txt".
    1 Env-Tolerance-File-Nm PIC X(256) VALUE SPACES.
    1 Tol-Used              BINARY-LONG VALUE 0.
    1 Tol-Table.
        2 Tol-Entry OCCURS 50.
            3 Tol-Source        PIC X(16).
            3 Tol-Pct           BINARY-LONG.
            3 Tol-Runs          BINARY-LONG.
    1 Tol-Idx               BINARY-LONG.
    1 Tol-Match             BINARY-LONG.
    1 Tol-Parse-Source      PIC X(16).
    1 Tol-Parse-Pct         PIC X(8).
    1 Tol-Parse-Runs        PIC X(8).
    1 Tol-Hist-Used         BINARY-LONG.
    1 Tol-Hist-Table.
        2 Tol-Hist-Count OCCURS 30 BINARY-LONG.
    1 Tol-Hist-Idx          BINARY-LONG.
    1 Tol-Hist-Total        BINARY-DOUBLE.
    1 Tol-Count             BINARY-LONG.
    1 Tol-Average           BINARY-LONG.
    1 Tol-Deviation         BINARY-LONG.
    1 Tol-Count-Edit        PIC Z(8)9.
    1 Tol-Avg-Edit          PIC Z(8)9.
    1 Tol-Pct-Edit          PIC ZZ9.
    1 Volume-Breach         PIC X      VALUE "N".
        88 Volume-Breach-Found         VALUE "Y".
    1 Volume-Override-Req   PIC X      VALUE "N".
    1 Volume-Override       PIC X      VALUE "N".
        88 Volume-Override-Granted     VALUE "Y".
    1 Trend-File-Name       PIC X(256) VALUE SPACES.
    1 Trend-Last-Source     PIC X(16).
    1 Trend-Last-Date       PIC X(8).
    1 Trend-Group-Susp      BINARY-LONG.
    1 Trend-Group-Used      PIC X      VALUE "N".
        88 Trend-Group-Susp-Shown      VALUE "Y".
    1 Trend-Line-Susp       BINARY-LONG.
    1 Trend-Src-Runs        BINARY-LONG.
    1 Trend-Src-Read        BINARY-DOUBLE.
    1 Trend-Src-Written     BINARY-DOUBLE.
    1 Trend-Src-Rejected    BINARY-DOUBLE.
    1 Trend-Src-Suspended   BINARY-DOUBLE.
    1 Trend-Src-Outside     BINARY-LONG.
    1 Trend-Run-Count       BINARY-LONG.
    1 Trend-Outside-Count   BINARY-LONG.
    1 Trend-Source-Count    BINARY-LONG.
    1 Trend-Rate            PIC 9(3)V9.
    1 Trend-Rate-Edit       PIC ZZ9.9.
    1 Trend-Read-Edit       PIC Z(9)9.
    1 Trend-Written-Edit    PIC Z(9)9.
    1 Trend-Rejected-Edit   PIC Z(9)9.
    1 Trend-Susp-Edit       PIC Z(9)9.
    1 Trend-Tol-Text        PIC X(24).
    1 Trend-Ctl-Block       PIC X      VALUE "N".
        88 Trend-Ctl-Source-Seen       VALUE "S".
        88 Trend-Ctl-In-Block          VALUE "Y".
    1 Trend-Ctl-Got         BINARY-LONG.
    1 Reclass-Map-Name      PIC X(256) VALUE "ReclassMap.txt".
    1 Env-Reclass-Map-Name  PIC X(256) VALUE SPACES.
    1 Reclass-Work-Name     PIC X(256) VALUE "ReclassWork.tmp".
    1 Reclass-Rpt-Name      PIC X(256) VALUE SPACES.
    1 Reclass-Live          PIC X      VALUE "N".
        88 Reclass-Is-Live             VALUE "Y".
    1 Reclass-Feed-Avail    PIC X      VALUE "N".
        88 Reclass-Feed-Open-OK        VALUE "Y".
    1 Rcl-Used              BINARY-LONG VALUE 0.
    1 Rcl-Table.
        2 Rcl-Entry OCCURS 50.
            3 Rcl-Old           PIC X(4).
            3 Rcl-New           PIC X(4).
            3 Rcl-From          PIC X(8).
            3 Rcl-Thru          PIC X(8).
            3 Rcl-Lo-ID         PIC 9(6).
            3 Rcl-Hi-ID         PIC 9(6).
            3 Rcl-Selected      BINARY-LONG.
            3 Rcl-Changed       BINARY-LONG.
            3 Rcl-Refused       BINARY-LONG.
    1 Rcl-Idx               BINARY-LONG.
    1 Rcl-Prior-Idx         BINARY-LONG.
    1 Rcl-Parse-Old         PIC X(8).
    1 Rcl-Parse-New         PIC X(8).
    1 Rcl-Parse-From        PIC X(8).
    1 Rcl-Parse-Thru        PIC X(8).
    1 Rcl-Parse-Lo          PIC X(8).
    1 Rcl-Parse-Hi          PIC X(8).
    1 Rcl-Row-OK            PIC X      VALUE "N".
        88 Rcl-Row-Is-OK               VALUE "Y".
    1 Rcl-Taken             PIC X      VALUE "N".
        88 Rcl-Taken-Earlier           VALUE "Y".
    1 Rcl-Selected-Total    BINARY-LONG.
    1 Rcl-Changed-Total     BINARY-LONG.
    1 Rcl-Refused-Total     BINARY-LONG.
    1 Rcl-Result            PIC X(40).
    1 Rcl-Selected-Edit     PIC Z(8)9.
    1 Rcl-Changed-Edit      PIC Z(8)9.
    1 Rcl-Refused-Edit      PIC Z(8)9.
    1 Criteria-File-Name    PIC X(256) VALUE "SelectCriteria.txt".
    1 Env-Criteria-File-Nm  PIC X(256) VALUE SPACES.
    1 Select-File-Name      PIC X(256) VALUE SPACES.
    1 Selrpt-File-Name      PIC X(256) VALUE SPACES.
    1 Crit-Used             BINARY-LONG VALUE 0.
    1 Crit-Table.
        2 Crit-Entry OCCURS 100.
            3 Crit-Kind         PIC X(8).
            3 Crit-Text         PIC X(64).
            3 Crit-Text-Len     BINARY-LONG.
            3 Crit-From         PIC X(8).
            3 Crit-Thru         PIC X(8).
            3 Crit-Lo-ID        PIC 9(6).
            3 Crit-Hi-ID        PIC 9(6).
    1 Crit-Idx              BINARY-LONG.
    1 Crit-Bad              PIC X      VALUE "N".
        88 Crit-Is-Bad                 VALUE "Y".
    1 Crit-Need-ID          PIC X      VALUE "N".
    1 Crit-Need-Status      PIC X      VALUE "N".
    1 Crit-Need-Date        PIC X      VALUE "N".
    1 Crit-Need-Text        PIC X      VALUE "N".
    1 Crit-Need-Source      PIC X      VALUE "N".
    1 Crit-Parse-Kind       PIC X(8).
    1 Crit-Parse-Values.
        2 Crit-Parse-Value  PIC X(64) OCCURS 8.
    1 Crit-Parse-Idx        BINARY-LONG.
    1 Crit-Pointer          BINARY-LONG.
    1 Sel-Match             PIC X      VALUE "N".
        88 Sel-Is-Match                VALUE "Y".
    1 Sel-Hit               PIC X      VALUE "N".
        88 Sel-Cat-Hit                 VALUE "Y".
    1 Sel-Check-Kind        PIC X(8).
    1 Sel-Upper-String      PIC X(64).
    1 Sel-Tally             BINARY-LONG.
    1 Sel-Source            PIC X(16).
    1 Sel-Xref-Avail        PIC X      VALUE "N".
        88 Sel-Xref-Open-OK            VALUE "Y".
    1 Sel-Active            PIC X.
    1 Sel-Read-Count        BINARY-LONG.
    1 Sel-Count             BINARY-LONG.
    1 Archive-Hit           PIC X      VALUE "N".
        88 Archive-Was-Found           VALUE "Y".
    1 Restore-Start-Date    PIC X(8)   VALUE SPACES.
    1 Checkpoint-Parse-2    PIC X(9).
    1 Checkpoint-Parse-3    PIC X(9).
    1 Checkpoint-Parse-4    PIC X(256).
    1 Checkpoint-Parse-5    PIC X(256).
    1 Checkpoint-Backup-Ref PIC X(256).
    1 Restart-Reject-Name   PIC X(256) VALUE SPACES.
    1 Restart-Backup-Ref    PIC X(256) VALUE SPACES.
    1 Restart-Mode          PIC X      VALUE "N".
        88 Restart-Is-Active           VALUE "Y".
    1 Restart-Abandoned     PIC X      VALUE "N".
    1 Backup-Date-Suffix    PIC X(14).
    1 Backup-Taken          PIC X      VALUE "N".
        88 Backup-Was-Taken            VALUE "Y".
    1 Master-Existed        PIC X      VALUE "Y".
        88 Master-Did-Exist            VALUE "Y".
    1 File-Exist-Info       PIC X(18).
    1 Input-File-Name       PIC X(256) VALUE "FileToLoad.txt".
    1 Output-File-Name      PIC X(256) VALUE "LoadedFile.bdb".
    1 Loadctl-File-Name     PIC X(256) VALUE "LOADCTL.rpt".
    1 Page-Break-Pending    PIC X      VALUE "N".
        88 Page-Break-Is-Pending       VALUE "Y".
    1 Dual-Control          PIC X      VALUE "N".
        88 Dual-Control-Is-On          VALUE "Y".
    1 Pending-File-Name     PIC X(256) VALUE "PendingChange.bdb".
    1 Env-Pending-File-Name PIC X(256) VALUE SPACES.
    1 Pending-Avail         PIC X      VALUE "N".
        88 Pending-File-Open-OK        VALUE "Y".
    1 Pending-Write-Seq     BINARY-LONG VALUE 0.
    1 Pending-Check-ID      PIC 9(6).
    1 Pending-Found         PIC X      VALUE "N".
        88 Pending-Item-Exists         VALUE "Y".
    1 Pending-Exception-Days BINARY-LONG VALUE 3.
    1 Env-Pending-Days-X    PIC X(9)   VALUE SPACES.
    1 Pending-Run-Day       BINARY-LONG.
    1 Pending-Item-Day      BINARY-LONG.
    1 Pending-Days-Old      BINARY-LONG.
    1 Pending-Days-Edit     PIC Z(4)9.
    1 Pending-Open-Count    BINARY-LONG.
    1 Pending-Overdue-Count BINARY-LONG.
    1 Pending-Approved-Count BINARY-LONG.
    1 Pending-Rejected-Count BINARY-LONG.
    1 Pending-Report-Pass   PIC X      VALUE "L".
        88 Pending-Listing-Pass        VALUE "L".
        88 Pending-Exception-Pass      VALUE "E".
    1 Pendrpt-File-Name     PIC X(256) VALUE SPACES.
    1 Trans-Queued-Count    BINARY-LONG.
    1 Trans-Scheduled-Count BINARY-LONG.
    1 Maker-ID              PIC X(8)   VALUE SPACES.
    1 Approver-ID           PIC X(8)   VALUE SPACES.
    1 Stream-File-Name      PIC X(256) VALUE "JobStream.txt".
    1 Env-Stream-File-Name  PIC X(256) VALUE SPACES.
    1 Stream-Program        PIC X(256) VALUE "FILE-LOADER".
    1 Env-Stream-Program    PIC X(256) VALUE SPACES.
    1 Stream-Restart        PIC X      VALUE "N".
        88 Stream-Restart-Requested    VALUE "Y".
    1 Joblog-File-Name      PIC X(256) VALUE SPACES.
    1 Stream-Kind           PIC X(8).
    1 Stream-Pointer        BINARY-LONG.
    1 Stream-Parse-Name     PIC X(16).
    1 Stream-Parse-Mode     PIC X(8).
    1 Stream-Parse-Flag     PIC X.
    1 Stream-Parse-Var      PIC X(32).
    1 Stream-Step-Count     BINARY-LONG VALUE 0.
    1 Stream-Step-Idx       BINARY-LONG.
    1 Stream-Step-Table.
        2 Stream-Step-Entry OCCURS 50.
            3 Stream-Step-Name      PIC X(16).
            3 Stream-Step-Mode      PIC X(8).
            3 Stream-Step-Cont      PIC X.
    1 Stream-Env-Count      BINARY-LONG VALUE 0.
    1 Stream-Env-Idx        BINARY-LONG.
    1 Stream-Env-Table.
        2 Stream-Env-Entry OCCURS 200.
            3 Stream-Env-Step       BINARY-LONG.
            3 Stream-Env-Var        PIC X(32).
            3 Stream-Env-Value      PIC X(256).
            3 Stream-Env-Saved      PIC X(256).
    1 Stream-Def            PIC X      VALUE "N".
        88 Stream-Def-Is-OK            VALUE "Y".
    1 Stream-Stopped        PIC X      VALUE "N".
        88 Stream-Was-Stopped          VALUE "Y".
    1 Stream-Step-Skip      PIC X      VALUE "N".
        88 Stream-Step-Is-Skipped      VALUE "Y".
    1 Stream-Load-Done      PIC X      VALUE "N".
        88 Stream-Load-Was-Done        VALUE "Y".
    1 Stream-Start-Step     BINARY-LONG.
    1 Stream-Step-RC        BINARY-LONG.
    1 Stream-RC-Edit        PIC Z(4)9.
    1 Stream-Step-Edit      PIC 9(3).
    1 Stream-Command        PIC X(300).
    1 Stream-Input-List     PIC X(1024).
    1 Stream-Step-Start     PIC X(21).
    1 Stream-Step-End       PIC X(21).
    1 Stream-Step-Result    PIC X(30).
    1 Stream-Run-Count      BINARY-LONG.
    1 Stream-Skip-Count     BINARY-LONG.
    1 Stream-Warn-Count     BINARY-LONG.
    1 Streamck-Parse-Name   PIC X(256).
    1 Streamck-Parse-Step   PIC X(9).
    1 Streamck-Name         PIC X(256) VALUE "StreamCheckpoint.txt".
    1 Stream-Stop-Edit      PIC 9(3).
    1 Stream-RC-Text        PIC X(5).
    1 Verify-File-Name      PIC X(256) VALUE SPACES.
    1 Verify-Xref-Avail     PIC X      VALUE "N".
        88 Verify-Xref-Open            VALUE "Y".
    1 Verify-History-Avail  PIC X      VALUE "N".
        88 Verify-History-Open         VALUE "Y".
    1 Verify-Archive-Avail  PIC X      VALUE "N".
        88 Verify-Archive-Open         VALUE "Y".
    1 Verify-Suspense-Avail PIC X      VALUE "N".
        88 Verify-Suspense-Open        VALUE "Y".
    1 Verify-Master-Count   BINARY-LONG.
    1 Verify-Xref-Count     BINARY-LONG.
    1 Verify-Suspense-Count BINARY-LONG.
    1 Verify-No-Xref-Count  BINARY-LONG.
    1 Verify-Orphan-Count   BINARY-LONG.
    1 Verify-Diff-Count     BINARY-LONG.
    1 Verify-No-Hist-Count  BINARY-LONG.
    1 Verify-Legacy-Count   BINARY-LONG.
    1 Verify-Archived-Count BINARY-LONG.
    1 Verify-Susp-Dup-Count BINARY-LONG.
    1 Verify-Exception-Count BINARY-LONG.
    1 Verify-ID             PIC 9(6).
    1 Verify-Reason         PIC X(24).
    1 Verify-Detail         PIC X(120).
    1 Verify-Open-Name      PIC X(256).
    1 Verify-Latest-Kind    PIC X.
    1 Verify-Latest-Action  PIC X(6).
    1 Verify-Latest-Stamp   PIC X(16).
    1 Verify-Latest-String  PIC X(64).
    1 Verify-Latest-Date    PIC X(8).
    1 Verify-Latest-Status  PIC X(4).
    1 Rebuild-File-Name     PIC X(256) VALUE SPACES.
    1 Rebuild-Asof          PIC X(14)  VALUE SPACES.
    1 Rebuild-First         PIC X      VALUE "Y".
        88 Rebuild-At-First            VALUE "Y".
    1 Rebuild-Held          PIC X      VALUE "N".
        88 Rebuild-Entry-Held          VALUE "Y".
    1 Rebuild-Cur-ID        PIC 9(6).
    1 Rebuild-Hold-Kind     PIC X.
    1 Rebuild-Hold-String   PIC X(64).
    1 Rebuild-Hold-Date     PIC X(8).
    1 Rebuild-Hold-Status   PIC X(4).
    1 Rebuild-Read-Count    BINARY-LONG.
    1 Rebuild-Later-Count   BINARY-LONG.
    1 Rebuild-Legacy-Count  BINARY-LONG.
    1 Rebuild-ID-Count      BINARY-LONG.
    1 Rebuild-Written-Count BINARY-LONG.
    1 Rebuild-Removed-Count BINARY-LONG.
    1 Rebuild-Absent-Count  BINARY-LONG.
    1 Rebuild-Error-Count   BINARY-LONG.
    1 Rebuild-Unknown-Count BINARY-LONG.
    1 Rebuild-Uncovered-Count BINARY-LONG.
    1 Rebuild-Unsure        PIC X      VALUE "N".
        88 Rebuild-State-Unsure        VALUE "Y".
    1 Ack-File-Name         PIC X(256) VALUE SPACES.
    1 Ack-Status            PIC X(3).
    1 Ack-Reason            PIC X(20).
    1 Ack-Number            PIC 9(9).
    1 Ack-Number-2          PIC 9(9).
    1 Ack-Number-3          PIC 9(9).
    1 Ack-Number-4          PIC 9(9).
    1 Ack-Detail-Count      BINARY-LONG.
    1 Bus-Date              PIC X(8)   VALUE SPACES.
    1 Authority-Needed      PIC X(8).
    1 Sched-File-Name       PIC X(256) VALUE "ScheduledChange.bdb".
    1 Env-Sched-File-Name   PIC X(256) VALUE SPACES.
    1 Sched-Avail           PIC X      VALUE "N".
        88 Sched-File-Open-OK          VALUE "Y".
    1 Sched-Write-Seq       BINARY-LONG VALUE 0.
    1 Sched-Eff-Date        PIC X(8).
    1 Sched-Check-ID        PIC 9(6).
    1 Sched-Dup             PIC X      VALUE "N".
        88 Sched-Dup-Found             VALUE "Y".
    1 Sched-Done            PIC X      VALUE "N".
        88 Change-Was-Scheduled        VALUE "Y".
    1 Sched-Can-Cancel      PIC X      VALUE "N".
        88 Sched-Cancel-Allowed        VALUE "Y".
    1 Sched-Master-Found    PIC X      VALUE "N".
        88 Sched-Master-On-File        VALUE "Y".
    1 Delete-Effective-Date PIC X(8)   VALUE SPACES.
    1 Load-Backup-Avail     PIC X      VALUE "N".
        88 Load-Backup-Open-OK         VALUE "Y".
    1 Scheduled-Count       BINARY-LONG.
    1 Sched-Applied-Count   BINARY-LONG.
    1 Sched-Failed-Count    BINARY-LONG.
    1 Sched-Cancel-Count    BINARY-LONG.
    1 Sched-Listed-Count    BINARY-LONG.
    1 Sched-Failed-Listed   BINARY-LONG.
    1 Sched-Inquiry-ID      PIC 9(6).
    1 Sched-Pass            PIC X.
    1 Schedrpt-File-Name    PIC X(256) VALUE SPACES.
    1 Effrpt-File-Name      PIC X(256) VALUE SPACES.
    1 Effect-Feed-Avail     PIC X      VALUE "N".
        88 Effect-Feed-Open-OK         VALUE "Y".
    1 Effect-Rpt-Avail      PIC X      VALUE "N".
        88 Effect-Rpt-Open-OK          VALUE "Y".
    1 Period-Used           BINARY-LONG VALUE 0.
    1 Period-Table.
        2 Period-Entry OCCURS 240.
            3 Period-Month      PIC X(6).
            3 Period-State      PIC X.
            3 Period-Snapshot   PIC X(256).
    1 Period-Idx            BINARY-LONG.
    1 Period-Found-Idx      BINARY-LONG.
    1 Period-Full           PIC X      VALUE "N".
        88 Period-Table-Full           VALUE "Y".
    1 Period-Parse-Month    PIC X(6).
    1 Period-Parse-State    PIC X.
    1 Period-Parse-Stamp    PIC X(14).
    1 Period-Parse-Oper     PIC X(8).
    1 Period-Parse-Snapshot PIC X(256).
    1 Period-Valid          PIC X      VALUE "N".
        88 Period-Is-Valid             VALUE "Y".
    1 Period-Work.
        2 Period-Work-CCYY  PIC 9(4).
        2 Period-Work-MM    PIC 9(2).
    1 Period-Request        PIC X(6)   VALUE SPACES.
    1 Period-From           PIC X(6)   VALUE SPACES.
    1 Period-To             PIC X(6)   VALUE SPACES.
    1 Period-Check-Date     PIC X(8)   VALUE SPACES.
    1 Period-Check-Date-2   PIC X(8)   VALUE SPACES.
    1 Period-Snapshot-Name  PIC X(256) VALUE SPACES.
    1 Period-From-Snapshot  PIC X(256) VALUE SPACES.
    1 Period-To-Snapshot    PIC X(256) VALUE SPACES.
    1 Runlock-Name          PIC X(256) VALUE "FileLoader.lck".
    1 Run-Lock-Needed       PIC X      VALUE "N".
        88 Run-Lock-Is-Needed          VALUE "Y".
    1 Run-Lock-Taken        PIC X      VALUE "N".
        88 Run-Lock-Is-Held            VALUE "Y".
    1 Run-Lock-Exists       PIC X      VALUE "N".
        88 Run-Lock-Found              VALUE "Y".
    1 Run-Lock-Holder.
        2 Holder-Mode           PIC X(8).
        2                       PIC X.
        2 Holder-Operator       PIC X(8).
        2                       PIC X.
        2 Holder-Stamp          PIC X(16).
        2                       PIC X.
        2 Holder-Bus-Date       PIC X(8).
    1 Old-History-Name      PIC X(256) VALUE SPACES.
    1 History-Base-Stamp    PIC X(16).
    1 History-Converted-Count BINARY-LONG.
    1 History-Seeded-Count  BINARY-LONG.
    1 History-Convert-Errors BINARY-LONG.
    1 History-Covered       PIC X      VALUE "N".
        88 History-Is-Covered          VALUE "Y".
    SCREEN SECTION.
    1 Output-Screen BLANK SCREEN.
        2 Output-Line.
        OR Run-Mode = "MAINT" OR Run-Mode = "PURGE" OR Run-Mode = "RECYCLE"
        OR Run-Mode = "UPDATE" OR Run-Mode = "ARCHIVE" OR Run-Mode = "RESTORE"
        OR Run-Mode = "AUDIT" OR Run-Mode = "SUSPENSE" OR Run-Mode = "SUSPAGE"
        OR Run-Mode = "APPROVE" OR Run-Mode = "PENDRPT" OR Run-Mode = "REBUILD"
        OR Run-Mode = "EFFECT" OR Run-Mode = "SCHEDULE" OR Run-Mode = "SCHEDRPT"
        OR Run-Mode = "RECLASS" OR Run-Mode = "CLOSE" OR Run-Mode = "REOPEN"
        OR Run-Mode = "UNLOCK" OR Run-Mode = "HISTCONV"
        PERFORM Sign-On-Operator
        IF NOT Sign-On-Passed
            MOVE "Y" TO Run-Abort
            STOP RUN
        END-IF
    END-IF
    PERFORM Set-Run-Lock-Needed
    IF Run-Lock-Is-Needed
        PERFORM Take-Run-Lock
        IF NOT Run-Lock-Is-Held
            MOVE "Y" TO Run-Abort
            PERFORM Set-Final-Return-Code
            STOP RUN
        END-IF
        IF Run-Mode NOT = "CLOSE" AND Run-Mode NOT = "HISTCONV" AND Run-Mode NOT = "AUDIT"
            PERFORM Check-History-File
            IF Run-Was-Aborted
                PERFORM Release-Run-Lock
                PERFORM Set-Final-Return-Code
                STOP RUN
            END-IF
        END-IF
    END-IF
    PERFORM Load-Closed-Periods
    IF Run-Was-Aborted
        PERFORM Release-Run-Lock
        PERFORM Set-Final-Return-Code
        STOP RUN
    END-IF
    EVALUATE Run-Mode
        WHEN "LOOKUP"
            PERFORM Lookup-Output
            PERFORM Resolve-Suspense
        WHEN "SUSPAGE"
            PERFORM Report-Suspense-Aging
        WHEN "APPROVE"
            PERFORM Approve-Pending-Changes
        WHEN "PENDRPT"
            PERFORM Report-Pending-Changes
        WHEN "STREAM"
            PERFORM Run-Job-Stream
        WHEN "VERIFY"
            PERFORM Verify-Files
        WHEN "EFFECT"
            PERFORM Apply-Effective-Changes
        WHEN "SCHEDULE"
            PERFORM Inquire-Scheduled-Changes
        WHEN "SCHEDRPT"
            PERFORM Report-Scheduled-Changes
        WHEN "REBUILD"
            PERFORM Rebuild-Output
        WHEN "PURGE"
            PERFORM Purge-Output
        WHEN "SUMMARY"
            PERFORM Summarize-Output
        WHEN "TREND"
            PERFORM Report-Load-Trend
        WHEN "RECLASS"
            PERFORM Reclassify-Output
        WHEN "SELECT"
            PERFORM Select-Output
        WHEN "CLOSE"
            PERFORM Close-Period
        WHEN "REOPEN"
            PERFORM Reopen-Period
        WHEN "PCOMPARE"
            PERFORM Compare-Periods
        WHEN "UNLOCK"
            PERFORM Clear-Run-Lock
        WHEN "HISTCONV"
            PERFORM Convert-History
        WHEN "BATCH"
            PERFORM Load-Input
            PERFORM Print-Output
            PERFORM Load-Input
            PERFORM Display-Output
    END-EVALUATE
    PERFORM Release-Run-Lock
    PERFORM Set-Final-Return-Code
    STOP RUN.
Set-Final-Return-Code.
    ELSE
        MOVE Input-File-Name TO Input-List
    END-IF
    PERFORM Split-Input-List
    MOVE Input-Name(1) TO Input-File-Name
    ACCEPT Env-Output-File-Name FROM ENVIRONMENT "FILE_LOADER_OUTPUT"
        ON EXCEPTION
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    ACCEPT Rebuild-Asof FROM ENVIRONMENT "FILE_LOADER_REBUILD_ASOF"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    ACCEPT Env-Xref-File-Name FROM ENVIRONMENT "FILE_LOADER_XREF"
        ON EXCEPTION
            CONTINUE
    IF Env-Operator-File-Nm NOT = SPACES
        MOVE Env-Operator-File-Nm TO Operator-File-Name
    END-IF
    ACCEPT Dual-Control FROM ENVIRONMENT "FILE_LOADER_DUAL_CONTROL"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    ACCEPT Env-Pending-File-Name FROM ENVIRONMENT "FILE_LOADER_PENDING"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF Env-Pending-File-Name NOT = SPACES
        MOVE Env-Pending-File-Name TO Pending-File-Name
    END-IF
    ACCEPT Env-Pending-Days-X FROM ENVIRONMENT "FILE_LOADER_PENDING_DAYS"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF Env-Pending-Days-X NOT = SPACES
        MOVE FUNCTION NUMVAL(Env-Pending-Days-X) TO Pending-Exception-Days
        IF Pending-Exception-Days < 1
            MOVE 3 TO Pending-Exception-Days
        END-IF
    END-IF
    ACCEPT Env-Sched-File-Name FROM ENVIRONMENT "FILE_LOADER_SCHEDULED"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF Env-Sched-File-Name NOT = SPACES
        MOVE Env-Sched-File-Name TO Sched-File-Name
    END-IF
    ACCEPT Bus-Date FROM ENVIRONMENT "FILE_LOADER_BUS_DATE"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF Bus-Date NOT = SPACES
        MOVE Bus-Date TO Parse-Date
        PERFORM Validate-Effective-Date
        IF NOT Date-Is-Valid
            DISPLAY "INITIALIZE-PARAMETERS: FILE_LOADER_BUS_DATE " Bus-Date
                " NOT A VALID DATE, RUN ABANDONED"
            MOVE "Y" TO Run-Abort
        END-IF
    END-IF
    ACCEPT Env-Tolerance-File-Nm FROM ENVIRONMENT "FILE_LOADER_TOLERANCE"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF Env-Tolerance-File-Nm NOT = SPACES
        MOVE Env-Tolerance-File-Nm TO Tolerance-File-Name
    END-IF
    ACCEPT Volume-Override-Req FROM ENVIRONMENT "FILE_LOADER_VOLUME_OVERRIDE"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    MOVE FUNCTION UPPER-CASE(Volume-Override-Req) TO Volume-Override-Req
    ACCEPT Env-Reclass-Map-Name FROM ENVIRONMENT "FILE_LOADER_RECLASS"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF Env-Reclass-Map-Name NOT = SPACES
        MOVE Env-Reclass-Map-Name TO Reclass-Map-Name
    END-IF
    ACCEPT Reclass-Live FROM ENVIRONMENT "FILE_LOADER_RECLASS_LIVE"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    MOVE FUNCTION UPPER-CASE(Reclass-Live) TO Reclass-Live
    ACCEPT Aud-Roll-X FROM ENVIRONMENT "FILE_LOADER_AUD_ROLL"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    ACCEPT Env-Criteria-File-Nm FROM ENVIRONMENT "FILE_LOADER_CRITERIA"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF Env-Criteria-File-Nm NOT = SPACES
        MOVE Env-Criteria-File-Nm TO Criteria-File-Name
    END-IF
    ACCEPT Period-Request FROM ENVIRONMENT "FILE_LOADER_PERIOD"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    ACCEPT Period-From FROM ENVIRONMENT "FILE_LOADER_PERIOD_FROM"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    ACCEPT Period-To FROM ENVIRONMENT "FILE_LOADER_PERIOD_TO"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    ACCEPT Env-Stream-File-Name FROM ENVIRONMENT "FILE_LOADER_STREAM"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF Env-Stream-File-Name NOT = SPACES
        MOVE Env-Stream-File-Name TO Stream-File-Name
    END-IF
    ACCEPT Env-Stream-Program FROM ENVIRONMENT "FILE_LOADER_PROGRAM"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF Env-Stream-Program NOT = SPACES
        MOVE Env-Stream-Program TO Stream-Program
    END-IF
    ACCEPT Stream-Restart FROM ENVIRONMENT "FILE_LOADER_STREAM_RESTART"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    MOVE FUNCTION CURRENT-DATE TO Run-Date-Time
    IF Bus-Date = SPACES
        MOVE Run-Date-Time(1:8) TO Bus-Date
    END-IF
    MOVE SPACES TO Reject-File-Name
    STRING "RejectedRows.txt" DELIMITED BY SIZE "." Run-Date-Time(1:14)
        INTO Reject-File-Name
    END-STRING.
Split-Input-List.
    MOVE 0 TO Input-File-Count
    UNSTRING Input-List DELIMITED BY "," INTO
        Input-Name(1)
        Input-Name(2)
        Input-Name(3)
        Input-Name(4)
        Input-Name(5)
        Input-Name(6)
        Input-Name(7)
        Input-Name(8)
        Input-Name(9)
        Input-Name(10)
        TALLYING Input-File-Count
        ON OVERFLOW
            DISPLAY "SPLIT-INPUT-LIST: MORE THAN 10 INPUT FILES LISTED, RUN ABANDONED"
            MOVE "Y" TO Run-Abort
    END-UNSTRING
    IF Input-File-Count < 1
        MOVE 1 TO Input-File-Count
        MOVE Input-File-Name TO Input-Name(1)
    END-IF.
Sign-On-Operator.
    MOVE "N" TO Signon-OK
    IF Operator-ID = SPACES
            Run-Mode " REFUSED"
        EXIT PARAGRAPH
    END-IF
    MOVE Run-Mode TO Authority-Needed
    PERFORM Check-Operator-Authority
    IF NOT Operator-Is-Authorized
        DISPLAY "SIGN-ON-OPERATOR: OPERATOR " Operator-ID " NOT AUTHORIZED FOR "
            Run-Mode ", " Run-Mode " REFUSED"
    END-IF
    DISPLAY "SIGNED ON: " Operator-ID " " Oper-Name
    MOVE "Y" TO Signon-OK.
Check-Operator-Authority.
    MOVE "N" TO Oper-Authorized
    PERFORM VARYING Oper-Mode-Idx FROM 1 BY 1 UNTIL Oper-Mode-Idx > 30
        IF Oper-Mode-Entry(Oper-Mode-Idx) = "ALL"
            OR Oper-Mode-Entry(Oper-Mode-Idx) = Authority-Needed
            MOVE "Y" TO Oper-Authorized
            EXIT PERFORM
        END-IF
    END-PERFORM.
Read-Operator-Record.
    MOVE "N" TO Oper-Found
    MOVE SPACES TO Oper-Name
                            Oper-Mode-Entry(10)
                            Oper-Mode-Entry(11)
                            Oper-Mode-Entry(12)
                            Oper-Mode-Entry(13)
                            Oper-Mode-Entry(14)
                            Oper-Mode-Entry(15)
                            Oper-Mode-Entry(16)
                            Oper-Mode-Entry(17)
                            Oper-Mode-Entry(18)
                            Oper-Mode-Entry(19)
                            Oper-Mode-Entry(20)
                            Oper-Mode-Entry(21)
                            Oper-Mode-Entry(22)
                            Oper-Mode-Entry(23)
                            Oper-Mode-Entry(24)
                            Oper-Mode-Entry(25)
                            Oper-Mode-Entry(26)
                            Oper-Mode-Entry(27)
                            Oper-Mode-Entry(28)
                            Oper-Mode-Entry(29)
                            Oper-Mode-Entry(30)
                        END-UNSTRING
                        EXIT PERFORM
                    END-IF
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    MOVE SPACES TO Aud-Filter-ID
    IF Aud-Filter-ID-X NOT = SPACES
        MOVE Aud-Filter-ID-X TO Parse-ID
    MOVE "Y" TO Aud-Select
    IF Audit-Before(1:6) NOT = SPACES
        MOVE Audit-Before(1:6) TO Aud-Image-ID
    ELSE
    IF Audit-After(1:1) = "*"
        MOVE "------" TO Aud-Image-ID
    ELSE
        MOVE Audit-After(1:6) TO Aud-Image-ID
    END-IF
    END-IF
    IF Aud-Filter-Oper NOT = SPACES
        AND FUNCTION UPPER-CASE(Audit-Operator) NOT = Aud-Filter-Oper
        AND FUNCTION UPPER-CASE(Audit-Approver) NOT = Aud-Filter-Oper
        MOVE "N" TO Aud-Select
    END-IF
    IF Aud-Filter-From NOT = SPACES AND Audit-Date-Time(1:8) < Aud-Filter-From
    END-IF.
Write-Audit-Detail-Lines.
    MOVE SPACES TO Auditrpt-Record
    IF Audit-Approver NOT = SPACES
        STRING Audit-Date-Time(1:14) " " Audit-Operator " " Audit-Action
            " ID " Aud-Image-ID " APPROVED BY " Audit-Approver
            INTO Auditrpt-Record
        END-STRING
    ELSE
        STRING Audit-Date-Time(1:14) " " Audit-Operator " " Audit-Action
            " ID " Aud-Image-ID
            INTO Auditrpt-Record
        END-STRING
    END-IF
    PERFORM Write-Auditrpt-Line
    MOVE Audit-Before TO Before-Image
    MOVE Audit-After TO After-Image
    EVALUATE TRUE
        WHEN Before-Image = SPACES AND After-Image(1:1) = "*"
            MOVE SPACES TO Auditrpt-Record
            STRING "    NOTE    " After-Image(2:81)
                INTO Auditrpt-Record
            END-STRING
            PERFORM Write-Auditrpt-Line
        WHEN Before-Image = SPACES
            MOVE SPACES TO Auditrpt-Record
            STRING "    NEW     " After-String " " After-Effective-Date
    MOVE 0 TO Read-Count
    MOVE 0 TO Written-Count
    MOVE 0 TO Reject-Count
    MOVE 0 TO Scheduled-Count
    MOVE 0 TO Rows-Since-Checkpoint
    MOVE 0 TO Skip-Remaining
    MOVE 0 TO Next-Attempt-Count
    MOVE "N" TO Checkpoint-Taken
    MOVE "N" TO Restart-Mode
    MOVE "N" TO Restart-Abandoned
    MOVE "N" TO Load-Complete
    PERFORM Clear-Source-Table
    IF Run-Mode = "RESTART"
        PERFORM Read-Checkpoint-Record
        IF Restart-Reject-Name NOT = SPACES
            MOVE Restart-Reject-Name TO Reject-File-Name
        END-IF
        IF Restart-Backup-Ref = "*NONE"
            MOVE "N" TO Master-Existed
        ELSE
        IF Restart-Backup-Ref NOT = SPACES
            MOVE Restart-Backup-Ref TO Backup-File-Name
            MOVE "Y" TO Backup-Taken
        END-IF
        END-IF
    END-IF
    PERFORM Load-Status-Codes
    MOVE "Y" TO Balance-All
    PERFORM VARYING Input-Idx FROM 1 BY 1 UNTIL Input-Idx > Input-File-Count
        MOVE Input-Name(Input-Idx) TO Input-File-Name
        PERFORM Balance-Input-File
        MOVE Header-Source TO Input-Source(Input-Idx)
        MOVE Header-Bus-Date TO Input-Bus-Date(Input-Idx)
        MOVE Trailer-Count TO Input-Trailer-Count(Input-Idx)
        IF Input-In-Balance
            MOVE "Y" TO Input-Balanced(Input-Idx)
            MOVE Header-Source TO Calendar-Check-Source
            DISPLAY "LOAD-INPUT: " Input-File-Name " FAILED CONTROL BALANCING, LOAD ABORTED"
        END-IF
    END-PERFORM
    IF All-Files-In-Balance AND NOT Restart-Is-Active
        PERFORM Check-Input-Volumes
    END-IF
    IF NOT All-Files-In-Balance
        MOVE "Y" TO Run-Abort
        PERFORM Write-Loadctl-Report
        PERFORM Write-Ack-Files
        EXIT PARAGRAPH
    END-IF
    IF Restart-Is-Active
        END-IF
        PERFORM Open-Xref-File
        PERFORM Open-History-File
        PERFORM Open-Load-Backup
        PERFORM Open-Sched-File
        MOVE "Y" TO Load-Complete
        PERFORM VARYING Load-Idx FROM 1 BY 1
            UNTIL Load-Idx > Input-File-Count OR NOT Load-Ran-To-End
            MOVE Input-Name(Load-Idx) TO Input-File-Name
            MOVE Input-Source(Load-Idx) TO Current-Source
            MOVE Input-Bus-Date(Load-Idx) TO Current-Bus-Date
            PERFORM Load-One-Input-File
        END-PERFORM
        IF Reject-File-Open-OK
                DISPLAY "LOAD-INPUT: ERROR CLOSING " Xref-File-Name ", STATUS " File-Status
            END-IF
        END-IF
        PERFORM Close-Sched-File
        PERFORM Close-Load-Backup
        PERFORM Close-History-File
        CLOSE Output-File
        IF File-Status NOT = "00"
            DISPLAY "LOAD-INPUT: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
        END-IF
        IF Restart-Is-Active
            PERFORM Recount-Restart-Rejects
        END-IF
        IF Load-Ran-To-End
            PERFORM Journal-Load-Changes
            PERFORM Delete-Checkpoint-Record
    ELSE
        DISPLAY "LOAD-INPUT: UNABLE TO OPEN " Output-File-Name ", STATUS " File-Status
        MOVE "Y" TO Run-Abort
        IF Restart-Is-Active
            PERFORM Recount-Restart-Rejects
        END-IF
    END-IF
    PERFORM Write-Loadctl-Report
    PERFORM Write-Ack-Files.
Load-One-Input-File.
    OPEN INPUT Input-File
    IF File-Status NOT = "00"
            END-IF
            IF Skip-Remaining > 0
                SUBTRACT 1 FROM Skip-Remaining
                ADD 1 TO Src-Read-Count(Load-Idx)
                EXIT PERFORM CYCLE
            END-IF
            ADD 1 TO Read-Count
                PERFORM Write-Reject-Row
            ELSE
                PERFORM Move-Parsed-Fields
                IF Output-Effective-Date > Bus-Date
                    PERFORM Hold-Future-Load-Row
                ELSE
                    WRITE Output-Record
                        INVALID KEY
                            MOVE File-Status TO Output-Write-Status
                            PERFORM Resolve-Duplicate-Load-Row
                        NOT INVALID KEY
                            MOVE File-Status TO Output-Write-Status
                            ADD 1 TO Written-Count
                            ADD 1 TO Src-Written-Count(Load-Idx)
                            PERFORM Write-Xref-Record
                    END-WRITE
                    IF Output-Write-Status NOT = "00" AND Output-Write-Status NOT = "02"
                        AND Output-Write-Status NOT = "22"
                        DISPLAY "LOAD-INPUT: WRITE ERROR ON " Output-File-Name ", STATUS "
                            Output-Write-Status ", RECORD " Input-Row
                    END-IF
                END-IF
            END-IF
            ADD 1 TO Rows-Since-Checkpoint
        MOVE SPACES TO Input-Source(Input-Idx)
        MOVE SPACES TO Input-Bus-Date(Input-Idx)
        MOVE "Y" TO Input-Balanced(Input-Idx)
        MOVE 0 TO Input-Trailer-Count(Input-Idx)
        MOVE 0 TO Src-Read-Count(Input-Idx)
        MOVE 0 TO Src-Written-Count(Input-Idx)
        MOVE 0 TO Src-Reject-Count(Input-Idx)
        MOVE 0 TO Src-Sched-Count(Input-Idx)
        MOVE SPACE TO Input-Tol-Flag(Input-Idx)
        MOVE 0 TO Input-Tol-Average(Input-Idx)
    END-PERFORM.
Open-Xref-File.
    MOVE "N" TO Xref-Avail
                ADD 1 TO Src-Written-Count(Load-Idx)
                PERFORM Write-Xref-Record
                IF Before-Image NOT = SPACES
                    MOVE Output-Record TO After-Image
                    MOVE "RELOAD" TO Maint-Act-Name
                    PERFORM Write-History-Record
                END-IF
    MOVE 0 TO Read-Count
    MOVE 0 TO Written-Count
    MOVE 0 TO Reject-Count
    MOVE 0 TO Scheduled-Count
    MOVE 0 TO Rows-Since-Checkpoint
    MOVE 0 TO Next-Attempt-Count
    MOVE "N" TO Checkpoint-Taken
    IF NOT Input-In-Balance OR NOT Load-Ran-To-End
        MOVE "Y" TO Run-Abort
    END-IF
    PERFORM Write-Loadctl-Report
    PERFORM Write-Ack-Files.
Sorted-Load-Release.
    PERFORM VARYING Load-Idx FROM 1 BY 1 UNTIL Load-Idx > Input-File-Count
        MOVE Input-Name(Load-Idx) TO Input-File-Name
        MOVE SPACES TO Current-Source
        MOVE SPACES TO Current-Bus-Date
        MOVE "N" TO Header-Seen
        MOVE "N" TO Trailer-Seen
        MOVE SPACES TO Header-Source
                            END-UNSTRING
                            MOVE Header-Source TO Input-Source(Load-Idx)
                            MOVE Header-Bus-Date TO Input-Bus-Date(Load-Idx)
                            MOVE Header-Source TO Current-Source
                            MOVE Header-Bus-Date TO Current-Bus-Date
                            MOVE Header-Source TO Calendar-Check-Source
                            MOVE Header-Bus-Date TO Calendar-Check-Date
                            PERFORM Check-Run-Calendar
            IF File-Status NOT = "00"
                DISPLAY "LOAD-INPUT-SORTED: ERROR CLOSING " Input-File-Name ", STATUS " File-Status
            END-IF
            MOVE Trailer-Count TO Input-Trailer-Count(Load-Idx)
            IF Input-Balanced(Load-Idx) = "Y"
                IF Header-Was-Seen AND Trailer-Was-Seen
                    AND Trailer-Count = Detail-Count
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF All-Files-In-Balance
        PERFORM Check-Input-Volumes
    END-IF.
Sorted-Load-Return.
    IF NOT All-Files-In-Balance
        EXIT PARAGRAPH
        EXIT PARAGRAPH
    END-IF
    PERFORM Open-Xref-File
    PERFORM Open-Load-Backup
    PERFORM Open-Sched-File
    MOVE "Y" TO Load-Complete
    MOVE "Y" TO Sort-First
    MOVE 0 TO Sort-Prev-ID
            EXIT PERFORM
        NOT END
            MOVE Sort-Priority TO Load-Idx
            MOVE Input-Bus-Date(Load-Idx) TO Current-Bus-Date
            IF Sort-At-First-Row OR Sort-ID NOT = Sort-Prev-ID
                MOVE Sort-ID TO Output-ID
                MOVE Sort-String TO Output-String
                MOVE Sort-Effective-Date TO Output-Effective-Date
                MOVE Sort-Status-Code TO Output-Status-Code
                MOVE Sort-Source TO Current-Source
                IF Output-Effective-Date > Bus-Date
                    MOVE Sort-Row TO Input-Row
                    PERFORM Hold-Future-Load-Row
                ELSE
                    WRITE Output-Record
                        INVALID KEY
                            MOVE File-Status TO Output-Write-Status
                            MOVE Sort-Row TO Input-Row
                            MOVE "DUPLICATE KEY" TO Row-Reject-Reason
                            ADD 1 TO Reject-Count
                            ADD 1 TO Src-Reject-Count(Load-Idx)
                            PERFORM Write-Reject-Row
                        NOT INVALID KEY
                            MOVE File-Status TO Output-Write-Status
                            ADD 1 TO Written-Count
                            ADD 1 TO Src-Written-Count(Load-Idx)
                            PERFORM Write-Xref-Record
                    END-WRITE
                    IF Output-Write-Status NOT = "00" AND Output-Write-Status NOT = "02"
                        AND Output-Write-Status NOT = "22"
                        DISPLAY "LOAD-INPUT-SORTED: WRITE ERROR ON " Output-File-Name
                            ", STATUS " Output-Write-Status ", RECORD " Sort-Row
                    END-IF
                END-IF
                MOVE "N" TO Sort-First
                MOVE Sort-ID TO Sort-Prev-ID
                MOVE Sort-Source TO Sort-Prev-Source
            ELSE
                MOVE Sort-Row TO Input-Row
                MOVE Sort-Source TO Current-Source
                IF Sort-Source NOT = Sort-Prev-Source
                    MOVE "SOURCE CONFLICT" TO Row-Reject-Reason
                ELSE
            DISPLAY "LOAD-INPUT-SORTED: ERROR CLOSING " Xref-File-Name ", STATUS " File-Status
        END-IF
    END-IF
    PERFORM Close-Sched-File
    PERFORM Close-Load-Backup
    CLOSE Output-File
    IF File-Status NOT = "00"
        DISPLAY "LOAD-INPUT-SORTED: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
    IF Calendar-Check-Source = SPACES OR Calendar-Check-Date = SPACES
        EXIT PARAGRAPH
    END-IF
    IF Run-Mode = "SORTLOAD" OR Run-Mode = "RESTART"
        MOVE Run-Mode TO Calendar-Mode
    ELSE
        MOVE "BATCH" TO Calendar-Mode
    END-IF
    MOVE Src-Read-Count(Input-Idx) TO Calendar-Read-Num
    MOVE Src-Written-Count(Input-Idx) TO Calendar-Written-Num
    MOVE Src-Reject-Count(Input-Idx) TO Calendar-Reject-Num
    MOVE 0 TO Calendar-Susp-Num
    MOVE Input-Tol-Flag(Input-Idx) TO Calendar-Tol-Flag
    PERFORM Write-Calendar-Row.
Write-Calendar-Row.
    OPEN EXTEND Calendar-File
    IF File-Status = "35"
        OPEN OUTPUT Calendar-File
    END-IF
    IF File-Status = "00"
        MOVE SPACES TO Calendar-Record
        STRING Calendar-Check-Source DELIMITED BY SPACE
            "," Calendar-Check-Date "," DELIMITED BY SIZE
            Calendar-Mode DELIMITED BY SPACE
            "," Run-Date-Time(1:14) "," Calendar-Read-Num
            "," Calendar-Written-Num "," Calendar-Reject-Num
            "," Calendar-Susp-Num "," Calendar-Tol-Flag DELIMITED BY SIZE
            INTO Calendar-Record
        END-STRING
        WRITE Calendar-Record
    ELSE
        DISPLAY "RECORD-RUN-CALENDAR: UNABLE TO OPEN RunCalendar.txt, STATUS " File-Status
    END-IF.
Check-Input-Volumes.
    PERFORM Load-Volume-Tolerances
    IF Tol-Used = 0
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO Volume-Breach
    PERFORM VARYING Input-Idx FROM 1 BY 1 UNTIL Input-Idx > Input-File-Count
        PERFORM Check-Source-Volume
    END-PERFORM
    IF NOT Volume-Breach-Found
        EXIT PARAGRAPH
    END-IF
    PERFORM Authorize-Volume-Override
    PERFORM VARYING Input-Idx FROM 1 BY 1 UNTIL Input-Idx > Input-File-Count
        IF Input-Tol-Flag(Input-Idx) = "B"
            MOVE Input-Trailer-Count(Input-Idx) TO Tol-Count-Edit
            MOVE Input-Tol-Average(Input-Idx) TO Tol-Avg-Edit
            IF Volume-Override-Granted
                MOVE "O" TO Input-Tol-Flag(Input-Idx)
                MOVE SPACES TO Before-Image
                MOVE SPACES TO After-Image
                STRING "*VOLUME OVERRIDE " Input-Source(Input-Idx) DELIMITED BY SPACE
                    " " Input-Bus-Date(Input-Idx) " COUNT " DELIMITED BY SIZE
                    FUNCTION TRIM(Tol-Count-Edit) " AVERAGE " FUNCTION TRIM(Tol-Avg-Edit)
                    DELIMITED BY SIZE
                    INTO After-Image
                END-STRING
                MOVE SPACES TO Maker-ID
                MOVE SPACES TO Approver-ID
                MOVE "OVRIDE" TO Maint-Act-Name
                PERFORM Write-Audit-Record
            ELSE
                MOVE "S" TO Input-Tol-Flag(Input-Idx)
                MOVE "V" TO Input-Balanced(Input-Idx)
                MOVE "N" TO Balance-All
                MOVE Input-Source(Input-Idx) TO Calendar-Check-Source
                MOVE Input-Bus-Date(Input-Idx) TO Calendar-Check-Date
                MOVE "VOLSTOP" TO Calendar-Mode
                MOVE Input-Trailer-Count(Input-Idx) TO Calendar-Read-Num
                MOVE 0 TO Calendar-Written-Num
                MOVE 0 TO Calendar-Reject-Num
                MOVE 0 TO Calendar-Susp-Num
                MOVE "S" TO Calendar-Tol-Flag
                PERFORM Write-Calendar-Row
                DISPLAY "CHECK-INPUT-VOLUMES: " Input-Source(Input-Idx) " BUSINESS DATE "
                    Input-Bus-Date(Input-Idx) " VOLUME OUT OF TOLERANCE, LOAD ABORTED"
            END-IF
        END-IF
    END-PERFORM
    PERFORM Close-Audit-Trail.
Load-Volume-Tolerances.
    MOVE 0 TO Tol-Used
    OPEN INPUT Tolerance-File
    IF File-Status = "35"
        EXIT PARAGRAPH
    END-IF
    IF File-Status NOT = "00"
        DISPLAY "CHECK-INPUT-VOLUMES: UNABLE TO OPEN " Tolerance-File-Name ", STATUS "
            File-Status ", VOLUME NOT CHECKED"
        EXIT PARAGRAPH
    END-IF
    PERFORM FOREVER
        READ Tolerance-File NEXT END
            EXIT PERFORM
        NOT END
            IF File-Status NOT = "00" AND File-Status NOT = "10"
                DISPLAY "CHECK-INPUT-VOLUMES: READ ERROR ON " Tolerance-File-Name
                    ", STATUS " File-Status
                EXIT PERFORM
            END-IF
            IF Tolerance-Row = SPACES
                EXIT PERFORM CYCLE
            END-IF
            MOVE SPACES TO Tol-Parse-Source
            MOVE SPACES TO Tol-Parse-Pct
            MOVE SPACES TO Tol-Parse-Runs
            UNSTRING Tolerance-Row DELIMITED BY "," INTO
                Tol-Parse-Source
                Tol-Parse-Pct
                Tol-Parse-Runs
            END-UNSTRING
            IF Tol-Parse-Source = SPACES OR Tol-Parse-Pct = SPACES
                OR FUNCTION NUMVAL(Tol-Parse-Pct) < 1
                DISPLAY "CHECK-INPUT-VOLUMES: INVALID TOLERANCE ROW IGNORED: " Tolerance-Row
                EXIT PERFORM CYCLE
            END-IF
            IF Tol-Used >= 50
                DISPLAY "CHECK-INPUT-VOLUMES: TOO MANY TOLERANCE ROWS, IGNORED: " Tolerance-Row
                EXIT PERFORM CYCLE
            END-IF
            ADD 1 TO Tol-Used
            MOVE FUNCTION TRIM(Tol-Parse-Source) TO Tol-Source(Tol-Used)
            MOVE FUNCTION NUMVAL(Tol-Parse-Pct) TO Tol-Pct(Tol-Used)
            MOVE 5 TO Tol-Runs(Tol-Used)
            IF Tol-Parse-Runs NOT = SPACES
                MOVE FUNCTION NUMVAL(Tol-Parse-Runs) TO Tol-Runs(Tol-Used)
                IF Tol-Runs(Tol-Used) < 1
                    MOVE 5 TO Tol-Runs(Tol-Used)
                END-IF
                IF Tol-Runs(Tol-Used) > 30
                    MOVE 30 TO Tol-Runs(Tol-Used)
                END-IF
            END-IF
        END-READ
    END-PERFORM
    CLOSE Tolerance-File
    IF File-Status NOT = "00"
        DISPLAY "CHECK-INPUT-VOLUMES: ERROR CLOSING " Tolerance-File-Name ", STATUS " File-Status
    END-IF.
Check-Source-Volume.
    IF Input-Source(Input-Idx) = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO Tol-Match
    PERFORM VARYING Tol-Idx FROM 1 BY 1 UNTIL Tol-Idx > Tol-Used
        IF Tol-Source(Tol-Idx) = Input-Source(Input-Idx)
            MOVE Tol-Idx TO Tol-Match
            EXIT PERFORM
        END-IF
        IF Tol-Source(Tol-Idx) = "*" AND Tol-Match = 0
            MOVE Tol-Idx TO Tol-Match
        END-IF
    END-PERFORM
    IF Tol-Match = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM Scan-Volume-History
    IF Tol-Hist-Used = 0
        DISPLAY "CHECK-INPUT-VOLUMES: NO LOAD HISTORY FOR " Input-Source(Input-Idx)
            ", VOLUME NOT CHECKED"
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO Tol-Hist-Total
    PERFORM VARYING Tol-Hist-Idx FROM 1 BY 1 UNTIL Tol-Hist-Idx > Tol-Hist-Used
        ADD Tol-Hist-Count(Tol-Hist-Idx) TO Tol-Hist-Total
    END-PERFORM
    COMPUTE Tol-Average ROUNDED = Tol-Hist-Total / Tol-Hist-Used
    MOVE Tol-Average TO Input-Tol-Average(Input-Idx)
    IF Tol-Average = 0
        EXIT PARAGRAPH
    END-IF
    MOVE Input-Trailer-Count(Input-Idx) TO Tol-Count
    COMPUTE Tol-Deviation = ((Tol-Count - Tol-Average) * 100) / Tol-Average
    IF Tol-Deviation < 0
        COMPUTE Tol-Deviation = 0 - Tol-Deviation
    END-IF
    IF Tol-Deviation > Tol-Pct(Tol-Match)
        MOVE "B" TO Input-Tol-Flag(Input-Idx)
        MOVE "Y" TO Volume-Breach
        MOVE Tol-Count TO Tol-Count-Edit
        MOVE Tol-Average TO Tol-Avg-Edit
        MOVE Tol-Pct(Tol-Match) TO Tol-Pct-Edit
        DISPLAY "CHECK-INPUT-VOLUMES: " Input-Source(Input-Idx) " DETAIL COUNT " Tol-Count-Edit
            " AGAINST AVERAGE " Tol-Avg-Edit " IS OUTSIDE " Tol-Pct-Edit "% TOLERANCE"
    END-IF.
Scan-Volume-History.
    MOVE 0 TO Tol-Hist-Used
    OPEN INPUT Calendar-File
    IF File-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM FOREVER
        READ Calendar-File NEXT END
            EXIT PERFORM
        NOT END
            IF File-Status NOT = "00" AND File-Status NOT = "10"
                DISPLAY "CHECK-INPUT-VOLUMES: READ ERROR ON RunCalendar.txt, STATUS " File-Status
                EXIT PERFORM
            END-IF
            MOVE SPACES TO Calendar-Parse-Source
            MOVE SPACES TO Calendar-Parse-Mode
            MOVE SPACES TO Calendar-Parse-Read
            UNSTRING Calendar-Row DELIMITED BY "," INTO
                Calendar-Parse-Source
                Calendar-Parse-Date
                Calendar-Parse-Mode
                Calendar-Parse-Stamp
                Calendar-Parse-Read
            END-UNSTRING
            IF Calendar-Parse-Source = Input-Source(Input-Idx)
                AND (Calendar-Parse-Mode = "BATCH"
                     OR Calendar-Parse-Mode = "SORTLOAD"
                     OR Calendar-Parse-Mode = "RESTART")
                AND Calendar-Parse-Read NUMERIC
                IF Tol-Hist-Used < Tol-Runs(Tol-Match)
                    ADD 1 TO Tol-Hist-Used
                ELSE
                    PERFORM VARYING Tol-Hist-Idx FROM 1 BY 1
                        UNTIL Tol-Hist-Idx >= Tol-Hist-Used
                        MOVE Tol-Hist-Count(Tol-Hist-Idx + 1) TO Tol-Hist-Count(Tol-Hist-Idx)
                    END-PERFORM
                END-IF
                MOVE FUNCTION NUMVAL(Calendar-Parse-Read) TO Tol-Hist-Count(Tol-Hist-Used)
            END-IF
        END-READ
    END-PERFORM
    CLOSE Calendar-File
    IF File-Status NOT = "00"
        DISPLAY "SCAN-VOLUME-HISTORY: ERROR CLOSING RunCalendar.txt, STATUS " File-Status
    END-IF.
Authorize-Volume-Override.
    MOVE "N" TO Volume-Override
    IF Volume-Override-Req NOT = "Y"
        DISPLAY "CHECK-INPUT-VOLUMES: SET FILE_LOADER_VOLUME_OVERRIDE=Y TO LOAD UNDER AN OVERRIDE"
        EXIT PARAGRAPH
    END-IF
    IF Operator-ID = SPACES
        ACCEPT Operator-ID FROM ENVIRONMENT "FILE_LOADER_OPERATOR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT
    END-IF
    IF Operator-ID = SPACES
        DISPLAY "ENTER OPERATOR ID: "
        ACCEPT Operator-ID
    END-IF
    IF Operator-ID = SPACES
        DISPLAY "CHECK-INPUT-VOLUMES: OPERATOR ID REQUIRED, OVERRIDE REFUSED"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(Operator-ID) TO Operator-ID
    PERFORM Read-Operator-Record
    IF NOT Operator-Is-Known
        DISPLAY "CHECK-INPUT-VOLUMES: OPERATOR " Operator-ID " NOT ON FILE, OVERRIDE REFUSED"
        EXIT PARAGRAPH
    END-IF
    MOVE "OVERRIDE" TO Authority-Needed
    PERFORM Check-Operator-Authority
    IF NOT Operator-Is-Authorized
        DISPLAY "CHECK-INPUT-VOLUMES: OPERATOR " Operator-ID
            " NOT AUTHORIZED FOR OVERRIDE, OVERRIDE REFUSED"
        EXIT PARAGRAPH
    END-IF
    PERFORM Open-Audit-Trail
    IF NOT Audit-File-Open-OK
        DISPLAY "CHECK-INPUT-VOLUMES: AUDIT TRAIL UNAVAILABLE, OVERRIDE REFUSED"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "CHECK-INPUT-VOLUMES: VOLUME OVERRIDE AUTHORIZED BY " Operator-ID " " Oper-Name
    MOVE "Y" TO Volume-Override.
Journal-Load-Changes.
    IF NOT Backup-Was-Taken AND Master-Did-Exist
        EXIT PARAGRAPH
    END-IF
    MOVE "JOURNAL-LOAD-CHANGES" TO Walk-Context
    PERFORM Open-History-File
    IF NOT History-File-Open-OK
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT Output-File
    IF File-Status NOT = "00"
        DISPLAY "JOURNAL-LOAD-CHANGES: UNABLE TO OPEN " Output-File-Name ", STATUS " File-Status
        PERFORM Close-History-File
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO Current-EOF
    MOVE "Y" TO Backup-EOF
    IF Backup-Was-Taken
        MOVE "N" TO Backup-EOF
        MOVE Backup-File-Name TO Backup-Input-Name
        OPEN INPUT Backup-File
        IF File-Status NOT = "00"
            DISPLAY "JOURNAL-LOAD-CHANGES: UNABLE TO OPEN " Backup-Input-Name ", STATUS " File-Status
            CLOSE Output-File
            PERFORM Close-History-File
            EXIT PARAGRAPH
        END-IF
        INITIALIZE Backup-Record
        START Backup-File KEY >= Backup-ID-Key
        IF File-Status NOT = "00"
            MOVE "Y" TO Backup-EOF
        END-IF
    END-IF
    INITIALIZE Output-Record
    START Output-File KEY >= Output-ID-Key
    IF File-Status NOT = "00"
        MOVE "Y" TO Current-EOF
    END-IF
    IF NOT Current-At-End
        PERFORM Read-Next-Current
    END-IF
        END-IF
        EVALUATE TRUE
            WHEN Backup-At-End
                PERFORM Journal-Added-Record
                PERFORM Read-Next-Current
            WHEN Current-At-End
                PERFORM Journal-Dropped-Record
                PERFORM Read-Next-Backup
            WHEN Output-ID < Backup-ID
                PERFORM Journal-Added-Record
                PERFORM Read-Next-Current
            WHEN Output-ID > Backup-ID
                PERFORM Journal-Dropped-Record
                PERFORM Read-Next-Backup
        END-EVALUATE
    END-PERFORM
    IF Backup-Was-Taken
        CLOSE Backup-File
        IF File-Status NOT = "00"
            DISPLAY "JOURNAL-LOAD-CHANGES: ERROR CLOSING " Backup-Input-Name ", STATUS " File-Status
        END-IF
    END-IF
    CLOSE Output-File
    IF File-Status NOT = "00"
        DISPLAY "JOURNAL-LOAD-CHANGES: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
    END-IF
    PERFORM Close-History-File.
Journal-Added-Record.
    MOVE SPACES TO Before-Image
    MOVE Output-Record TO After-Image
    MOVE "LOAD" TO Maint-Act-Name
    PERFORM Write-History-Record.
Journal-Changed-Record.
    MOVE Backup-Record TO Before-Image
    MOVE Output-Record TO After-Image
    MOVE "RELOAD" TO Maint-Act-Name
    PERFORM Write-History-Record.
Journal-Dropped-Record.
    MOVE Backup-Record TO Before-Image
    MOVE SPACES TO After-Image
    MOVE "DROP" TO Maint-Act-Name
    PERFORM Write-History-Record.
Write-Checkpoint-Record.
        MOVE Read-Count TO Checkpoint-Read-X
        MOVE Written-Count TO Checkpoint-Written-X
        MOVE Reject-Count TO Checkpoint-Reject-X
        IF Backup-Was-Taken
            MOVE Backup-File-Name TO Checkpoint-Backup-Ref
        ELSE
        IF NOT Master-Did-Exist
            MOVE "*NONE" TO Checkpoint-Backup-Ref
        ELSE
            MOVE SPACES TO Checkpoint-Backup-Ref
        END-IF
        END-IF
        MOVE SPACES TO Checkpoint-Record
        STRING Checkpoint-Read-X "," Checkpoint-Written-X "," Checkpoint-Reject-X ","
            DELIMITED BY SIZE
            Reject-File-Name DELIMITED BY SPACE
            "," DELIMITED BY SIZE
            Checkpoint-Backup-Ref DELIMITED BY SPACE
            INTO Checkpoint-Record
        END-STRING
        WRITE Checkpoint-Record
    MOVE 0 TO Restart-Written-Count
    MOVE 0 TO Restart-Reject-Count
    MOVE SPACES TO Restart-Reject-Name
    MOVE SPACES TO Restart-Backup-Ref
    OPEN INPUT Checkpoint-File
    IF File-Status = "00"
        READ Checkpoint-File NEXT END
            MOVE SPACES TO Checkpoint-Parse-2
            MOVE SPACES TO Checkpoint-Parse-3
            MOVE SPACES TO Checkpoint-Parse-4
            MOVE SPACES TO Checkpoint-Parse-5
            UNSTRING Checkpoint-Record DELIMITED BY "," INTO
                Checkpoint-Parse-1
                Checkpoint-Parse-2
                Checkpoint-Parse-3
                Checkpoint-Parse-4
                Checkpoint-Parse-5
            END-UNSTRING
            IF Checkpoint-Parse-1 NUMERIC
                AND Checkpoint-Parse-2 NUMERIC
                MOVE Checkpoint-Written-X TO Restart-Written-Count
                MOVE Checkpoint-Reject-X TO Restart-Reject-Count
                MOVE Checkpoint-Parse-4 TO Restart-Reject-Name
                MOVE Checkpoint-Parse-5 TO Restart-Backup-Ref
                MOVE "Y" TO Restart-Mode
            END-IF
        END-READ
    MOVE 0 TO Read-Count
    MOVE 0 TO Trans-Applied-Count
    MOVE 0 TO Trans-Failed-Count
    MOVE 0 TO Trans-Queued-Count
    MOVE 0 TO Trans-Scheduled-Count
    MOVE 0 TO Next-Attempt-Count
    MOVE SPACES TO Reject-File-Name
    STRING "MaintRejects.txt" DELIMITED BY SIZE "." Run-Date-Time(1:14)
            END-IF
            PERFORM Open-History-File
            PERFORM Open-Audit-Trail
            PERFORM Open-Sched-File
            IF Dual-Control-Is-On
                PERFORM Open-Pending-File
            END-IF
            IF NOT Audit-File-Open-OK
                DISPLAY "MAINTAIN-OUTPUT: AUDIT TRAIL UNAVAILABLE, MAINT ABANDONED"
                MOVE "Y" TO Run-Abort
            ELSE
            IF Dual-Control-Is-On AND NOT Pending-File-Open-OK
                DISPLAY "MAINTAIN-OUTPUT: PENDING CHANGE FILE UNAVAILABLE, MAINT ABANDONED"
                MOVE "Y" TO Run-Abort
            ELSE
                PERFORM FOREVER
                    READ Input-File NEXT END
                    END-READ
                END-PERFORM
            END-IF
            END-IF
            PERFORM Close-Pending-File
            PERFORM Close-Sched-File
            PERFORM Close-Audit-Trail
            PERFORM Close-History-File
            IF Reject-File-Open-OK
    PERFORM Write-Loadctl-Report.
Apply-Maint-Transaction.
    MOVE SPACES TO Row-Reject-Reason
    MOVE "N" TO Sched-Done
    MOVE SPACES TO Delete-Effective-Date
    EVALUATE Maint-Action
        WHEN "A"
            PERFORM Validate-Output-Row
            IF Row-Reject-Reason = SPACES AND NOT Status-Is-Active
                MOVE "INACTIVE STATUS" TO Row-Reject-Reason
            END-IF
            MOVE Parse-Date TO Period-Check-Date
            MOVE SPACES TO Period-Check-Date-2
            PERFORM Check-Period-Lock
            IF Row-Reject-Reason = SPACES AND Dual-Control-Is-On
                MOVE Parse-ID TO Output-ID
                READ Output-File KEY IS Output-ID-Key
                    INVALID KEY
                        PERFORM Move-Parsed-Fields
                        MOVE SPACES TO Before-Image
                        MOVE Output-Record TO After-Image
                        MOVE "ADD" TO Maint-Act-Name
                        PERFORM Queue-Pending-Change
                    NOT INVALID KEY
                        MOVE "ADD FAILED" TO Row-Reject-Reason
                END-READ
            END-IF
            IF Row-Reject-Reason = SPACES AND NOT Dual-Control-Is-On
                AND Parse-Date > Bus-Date
                MOVE Parse-ID TO Output-ID
                READ Output-File KEY IS Output-ID-Key
                    INVALID KEY
                        PERFORM Move-Parsed-Fields
                        MOVE SPACES TO Before-Image
                        MOVE Output-Record TO After-Image
                        MOVE "ADD" TO Maint-Act-Name
                        MOVE Parse-Date TO Sched-Eff-Date
                        PERFORM Schedule-Change
                    NOT INVALID KEY
                        MOVE "ADD FAILED" TO Row-Reject-Reason
                END-READ
            END-IF
            IF Row-Reject-Reason = SPACES AND NOT Dual-Control-Is-On
                AND NOT Change-Was-Scheduled
                PERFORM Move-Parsed-Fields
                WRITE Output-Record
                    INVALID KEY
                        MOVE Output-Status-Code TO Old-Status-Code
                        MOVE Parse-Status TO New-Status-Code
                        PERFORM Validate-Status-Change
                        MOVE Output-Effective-Date TO Period-Check-Date
                        MOVE Parse-Date TO Period-Check-Date-2
                        PERFORM Check-Period-Lock
                        IF Row-Reject-Reason = SPACES AND Dual-Control-Is-On
                            PERFORM Move-Parsed-Fields
                            MOVE Output-Record TO After-Image
                            MOVE "CHANGE" TO Maint-Act-Name
                            PERFORM Queue-Pending-Change
                        END-IF
                        IF Row-Reject-Reason = SPACES AND NOT Dual-Control-Is-On
                            AND Parse-Date > Bus-Date
                            PERFORM Move-Parsed-Fields
                            MOVE Output-Record TO After-Image
                            MOVE "CHANGE" TO Maint-Act-Name
                            MOVE Parse-Date TO Sched-Eff-Date
                            PERFORM Schedule-Change
                        END-IF
                        IF Row-Reject-Reason = SPACES AND NOT Dual-Control-Is-On
                            AND NOT Change-Was-Scheduled
                            PERFORM Move-Parsed-Fields
                            REWRITE Output-Record
                                INVALID KEY
            PERFORM Validate-Output-ID
            IF NOT ID-Is-Valid
                MOVE "BAD ID" TO Row-Reject-Reason
            END-IF
            IF Row-Reject-Reason = SPACES AND Parse-Date NOT = SPACES
                PERFORM Validate-Effective-Date
                IF Date-Is-Valid
                    MOVE Parse-Date TO Delete-Effective-Date
                ELSE
                    MOVE "BAD DATE" TO Row-Reject-Reason
                END-IF
            END-IF
            IF Row-Reject-Reason = SPACES
                MOVE Parse-ID TO Output-ID
                READ Output-File KEY IS Output-ID-Key
                    INVALID KEY
                        MOVE "DELETE NOT FOUND" TO Row-Reject-Reason
                    NOT INVALID KEY
                        MOVE Output-Record TO Before-Image
                        MOVE Output-Effective-Date TO Period-Check-Date
                        MOVE Delete-Effective-Date TO Period-Check-Date-2
                        PERFORM Check-Period-Lock
                        IF Row-Reject-Reason NOT = SPACES
                            CONTINUE
                        ELSE
                        IF Dual-Control-Is-On
                            MOVE SPACES TO After-Image
                            MOVE "DELETE" TO Maint-Act-Name
                            PERFORM Queue-Pending-Change
                        ELSE
                        IF Delete-Effective-Date > Bus-Date
                            MOVE SPACES TO After-Image
                            MOVE "DELETE" TO Maint-Act-Name
                            MOVE Delete-Effective-Date TO Sched-Eff-Date
                            PERFORM Schedule-Change
                        ELSE
                            DELETE Output-File
                                INVALID KEY
                                    MOVE "DELETE NOT FOUND" TO Row-Reject-Reason
                            END-DELETE
                            IF Row-Reject-Reason = SPACES
                                MOVE SPACES TO After-Image
                                MOVE "DELETE" TO Maint-Act-Name
                            END-IF
                        END-IF
                        END-IF
                        END-IF
                END-READ
            END-IF
        DISPLAY "MAINTAIN-OUTPUT: I-O ERROR ON " Output-File-Name ", STATUS "
            File-Status ", RECORD " Input-Row
    END-IF
    IF Row-Reject-Reason = SPACES AND Dual-Control-Is-On
        ADD 1 TO Trans-Queued-Count
    ELSE
    IF Row-Reject-Reason = SPACES AND Change-Was-Scheduled
        ADD 1 TO Trans-Scheduled-Count
    ELSE
    IF Row-Reject-Reason = SPACES
        ADD 1 TO Trans-Applied-Count
        PERFORM Write-History-Record
        PERFORM Write-Audit-Record
    ELSE
        ADD 1 TO Trans-Failed-Count
        PERFORM Write-Reject-Row
    END-IF
    END-IF
    END-IF.
Recycle-Output.
    MOVE 0 TO Read-Count
        MOVE 0 TO Recycle-Attempt-Count
    END-IF
    MOVE Recycle-Row TO Input-Row
    MOVE Recycle-Source TO Current-Source
    MOVE Recycle-Bus-Date TO Current-Bus-Date
    PERFORM Parse-Input-Row
    PERFORM Validate-Output-Row
    MOVE Parse-Date TO Period-Check-Date
    MOVE SPACES TO Period-Check-Date-2
    PERFORM Check-Period-Lock
    IF Row-Reject-Reason = SPACES
        MOVE "N" TO Recycle-Overwrite
        PERFORM Move-Parsed-Fields
                        CONTINUE
                    NOT INVALID KEY
                        MOVE Output-Record TO Before-Image
                        MOVE Output-Effective-Date TO Period-Check-Date
                        PERFORM Check-Period-Lock
                END-READ
                IF Row-Reject-Reason = SPACES
                    PERFORM Move-Parsed-Fields
                    REWRITE Output-Record
                        INVALID KEY
                            MOVE "IO ERROR" TO Row-Reject-Reason
                    END-REWRITE
                END-IF
                IF Row-Reject-Reason = SPACES AND Before-Image NOT = SPACES
                    MOVE "Y" TO Recycle-Overwrite
                END-IF
            PERFORM Write-History-Record
            PERFORM Write-Audit-Record
        END-IF
        IF Row-Reject-Reason = SPACES AND NOT Recycle-Did-Overwrite
            MOVE SPACES TO Before-Image
            MOVE Output-Record TO After-Image
            MOVE "RECYCL" TO Maint-Act-Name
            PERFORM Write-History-Record
        END-IF
    END-IF
    IF Row-Reject-Reason = SPACES
        ADD 1 TO Trans-Applied-Count
        END-WRITE
    ELSE
        DISPLAY "WRITE-SUSPENSE-ROW: ROW SUSPENDED, " Row-Reject-Reason ", RECORD " Input-Row
    END-IF
    IF Current-Source NOT = SPACES AND Current-Bus-Date NOT = SPACES
        MOVE Current-Source TO Calendar-Check-Source
        MOVE Current-Bus-Date TO Calendar-Check-Date
        MOVE "SUSPND" TO Calendar-Mode
        MOVE 0 TO Calendar-Read-Num
        MOVE 0 TO Calendar-Written-Num
        MOVE 0 TO Calendar-Reject-Num
        MOVE 1 TO Calendar-Susp-Num
        MOVE SPACE TO Calendar-Tol-Flag
        PERFORM Write-Calendar-Row
    END-IF.
Assign-Suspense-Bad-Key.
    MOVE "N" TO Susp-Key-Free
        CLOSE Suspense-File
        EXIT PARAGRAPH
    END-IF
    PERFORM Open-History-File
    MOVE "N" TO Update-Done
    PERFORM Process-Suspense-Request UNTIL Update-Is-Done
    PERFORM Close-History-File
    PERFORM Close-Audit-Trail
    CLOSE Output-File
    IF File-Status NOT = "00"
    IF Row-Reject-Reason = SPACES AND NOT Status-Is-Active
        MOVE "INACTIVE STATUS" TO Row-Reject-Reason
    END-IF
    MOVE Parse-Date TO Period-Check-Date
    MOVE SPACES TO Period-Check-Date-2
    PERFORM Check-Period-Lock
    IF Row-Reject-Reason NOT = SPACES
        DISPLAY "RESOLVE-SUSPENSE: " Row-Reject-Reason ", ROW LEFT ON SUSPENSE"
        EXIT PARAGRAPH
    MOVE SPACES TO Before-Image
    MOVE Output-Record TO After-Image
    MOVE "SPPOST" TO Maint-Act-Name
    PERFORM Write-History-Record
    PERFORM Write-Audit-Record
    DELETE Suspense-File
        INVALID KEY
        MOVE Input-Row TO Reject-Row
        MOVE Row-Reject-Reason TO Reject-Reason
        MOVE Next-Attempt-Count TO Reject-Attempts
        MOVE Current-Source TO Reject-Source
        MOVE Current-Bus-Date TO Reject-Bus-Date
        WRITE Reject-Record
        IF File-Status NOT = "00"
            DISPLAY "WRITE-REJECT-ROW: WRITE ERROR ON " Reject-File-Name ", STATUS "
    ELSE
        DISPLAY "WRITE-REJECT-ROW: ROW REJECTED, " Row-Reject-Reason ", RECORD " Input-Row
    END-IF.
Recount-Restart-Rejects.
    OPEN INPUT Reject-File
    IF File-Status NOT = "00"
        DISPLAY "RECOUNT-RESTART-REJECTS: UNABLE TO OPEN " Reject-File-Name ", STATUS "
            File-Status ", SOURCE COUNTS COVER THIS RUN ONLY"
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Input-Idx FROM 1 BY 1 UNTIL Input-Idx > Input-File-Count
        MOVE 0 TO Src-Reject-Count(Input-Idx)
    END-PERFORM
    PERFORM FOREVER
        READ Reject-File NEXT END
            EXIT PERFORM
        NOT END
            IF File-Status NOT = "00" AND File-Status NOT = "10"
                DISPLAY "RECOUNT-RESTART-REJECTS: READ ERROR ON " Reject-File-Name ", STATUS " File-Status
                EXIT PERFORM
            END-IF
            PERFORM VARYING Input-Idx FROM 1 BY 1 UNTIL Input-Idx > Input-File-Count
                IF Reject-Source = Input-Source(Input-Idx)
                    AND Reject-Bus-Date = Input-Bus-Date(Input-Idx)
                    ADD 1 TO Src-Reject-Count(Input-Idx)
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-READ
    END-PERFORM
    CLOSE Reject-File
    IF File-Status NOT = "00"
        DISPLAY "RECOUNT-RESTART-REJECTS: ERROR CLOSING " Reject-File-Name ", STATUS " File-Status
    END-IF
    PERFORM VARYING Input-Idx FROM 1 BY 1 UNTIL Input-Idx > Input-File-Count
        IF Src-Read-Count(Input-Idx) >=
            Src-Reject-Count(Input-Idx) + Src-Sched-Count(Input-Idx)
            COMPUTE Src-Written-Count(Input-Idx) = Src-Read-Count(Input-Idx)
                - Src-Reject-Count(Input-Idx) - Src-Sched-Count(Input-Idx)
        END-IF
    END-PERFORM.
Write-Ack-Files.
    PERFORM VARYING Input-Idx FROM 1 BY 1 UNTIL Input-Idx > Input-File-Count
        IF Input-Source(Input-Idx) = SPACES
            DISPLAY "WRITE-ACK-FILES: NO HEADER SOURCE ON " Input-Name(Input-Idx)
                ", NO ACKNOWLEDGMENT WRITTEN"
        ELSE
            PERFORM Write-Ack-File
        END-IF
    END-PERFORM.
Write-Ack-File.
    EVALUATE TRUE
        WHEN Input-Balanced(Input-Idx) = "N"
            MOVE "NAK" TO Ack-Status
            MOVE "OUT OF BALANCE" TO Ack-Reason
        WHEN Input-Balanced(Input-Idx) = "D"
            MOVE "NAK" TO Ack-Status
            MOVE "ALREADY LOADED" TO Ack-Reason
        WHEN Input-Balanced(Input-Idx) = "V"
            MOVE "NAK" TO Ack-Status
            MOVE "OUT OF TOLERANCE" TO Ack-Reason
        WHEN NOT All-Files-In-Balance
            MOVE "NAK" TO Ack-Status
            MOVE "OTHER FEED FAILED" TO Ack-Reason
        WHEN NOT Load-Ran-To-End
            MOVE "NAK" TO Ack-Status
            MOVE "LOAD NOT COMPLETED" TO Ack-Reason
        WHEN OTHER
            MOVE "ACK" TO Ack-Status
            MOVE SPACES TO Ack-Reason
    END-EVALUATE
    MOVE SPACES TO Ack-File-Name
    STRING "LOADACK." DELIMITED BY SIZE
        Input-Source(Input-Idx) DELIMITED BY SPACE
        "." DELIMITED BY SIZE
        Input-Bus-Date(Input-Idx) DELIMITED BY SPACE
        "." DELIMITED BY SIZE
        Run-Date-Time(1:14) DELIMITED BY SIZE
        INTO Ack-File-Name
    END-STRING
    OPEN OUTPUT Ack-File
    IF File-Status NOT = "00"
        DISPLAY "WRITE-ACK-FILE: UNABLE TO OPEN " Ack-File-Name ", STATUS " File-Status
        EXIT PARAGRAPH
    END-IF
    MOVE Input-Trailer-Count(Input-Idx) TO Ack-Number
    MOVE SPACES TO Ack-Record
    STRING "HDR," DELIMITED BY SIZE
        Input-Source(Input-Idx) DELIMITED BY SPACE
        "," DELIMITED BY SIZE
        Input-Bus-Date(Input-Idx) DELIMITED BY SPACE
        "," Ack-Number DELIMITED BY SIZE
        INTO Ack-Record
    END-STRING
    PERFORM Write-Ack-Line
    MOVE SPACES TO Ack-Record
    IF Ack-Status = "ACK"
        MOVE "STS,ACK" TO Ack-Record
    ELSE
        STRING "STS,NAK," FUNCTION TRIM(Ack-Reason)
            INTO Ack-Record
        END-STRING
    END-IF
    PERFORM Write-Ack-Line
    MOVE Src-Read-Count(Input-Idx) TO Ack-Number
    MOVE Src-Written-Count(Input-Idx) TO Ack-Number-2
    MOVE Src-Reject-Count(Input-Idx) TO Ack-Number-3
    MOVE Src-Sched-Count(Input-Idx) TO Ack-Number-4
    MOVE SPACES TO Ack-Record
    STRING "CNT," Ack-Number "," Ack-Number-2 "," Ack-Number-3 "," Ack-Number-4
        INTO Ack-Record
    END-STRING
    PERFORM Write-Ack-Line
    MOVE 0 TO Ack-Detail-Count
    IF Reject-File-Open-OK
        OPEN INPUT Reject-File
        IF File-Status = "00"
            PERFORM FOREVER
                READ Reject-File NEXT END
                    EXIT PERFORM
                NOT END
                    IF File-Status NOT = "00" AND File-Status NOT = "10"
                        DISPLAY "WRITE-ACK-FILE: READ ERROR ON " Reject-File-Name
                            ", STATUS " File-Status
                        EXIT PERFORM
                    END-IF
                    IF Reject-Source = Input-Source(Input-Idx)
                        AND Reject-Bus-Date = Input-Bus-Date(Input-Idx)
                        ADD 1 TO Ack-Detail-Count
                        MOVE SPACES TO Ack-Record
                        STRING "REJ," FUNCTION TRIM(Reject-Reason) ","
                            FUNCTION TRIM(Reject-Row TRAILING)
                            INTO Ack-Record
                        END-STRING
                        PERFORM Write-Ack-Line
                    END-IF
                END-READ
            END-PERFORM
            CLOSE Reject-File
            IF File-Status NOT = "00"
                DISPLAY "WRITE-ACK-FILE: ERROR CLOSING " Reject-File-Name ", STATUS " File-Status
            END-IF
        ELSE
            DISPLAY "WRITE-ACK-FILE: UNABLE TO OPEN " Reject-File-Name ", STATUS "
                File-Status ", REJECTED ROWS NOT LISTED"
        END-IF
    END-IF
    MOVE Ack-Detail-Count TO Ack-Number
    MOVE SPACES TO Ack-Record
    STRING "TRL," Ack-Number
        INTO Ack-Record
    END-STRING
    PERFORM Write-Ack-Line
    CLOSE Ack-File
    IF File-Status NOT = "00"
        DISPLAY "WRITE-ACK-FILE: ERROR CLOSING " Ack-File-Name ", STATUS " File-Status
    END-IF
    DISPLAY "WRITE-ACK-FILE: " Ack-Status " " Ack-File-Name.
Write-Ack-Line.
    WRITE Ack-Record
    IF File-Status NOT = "00"
        DISPLAY "WRITE-ACK-FILE: WRITE ERROR ON " Ack-File-Name ", STATUS " File-Status
    END-IF.
Update-Output.
    PERFORM Load-Status-Codes
    OPEN I-O Output-File
        EXIT PARAGRAPH
    END-IF
    PERFORM Open-History-File
    PERFORM Open-Sched-File
    IF Dual-Control-Is-On
        PERFORM Open-Pending-File
        IF NOT Pending-File-Open-OK
            DISPLAY "UPDATE-OUTPUT: PENDING CHANGE FILE UNAVAILABLE, UPDATE ABANDONED"
            MOVE "Y" TO Run-Abort
            PERFORM Close-Sched-File
            PERFORM Close-History-File
            PERFORM Close-Audit-Trail
            CLOSE Output-File
            EXIT PARAGRAPH
        END-IF
        DISPLAY "UPDATE-OUTPUT: DUAL CONTROL IN EFFECT, CHANGES WILL BE QUEUED FOR APPROVAL"
    END-IF
    MOVE "N" TO Update-Done
    PERFORM Process-Update-Request UNTIL Update-Is-Done
    PERFORM Close-Pending-File
    PERFORM Close-Sched-File
    PERFORM Close-History-File
    PERFORM Close-Audit-Trail
    CLOSE Output-File
    IF Row-Reject-Reason = SPACES AND NOT Status-Is-Active
        MOVE "INACTIVE STATUS" TO Row-Reject-Reason
    END-IF
    MOVE Output-Effective-Date TO Period-Check-Date
    MOVE SPACES TO Period-Check-Date-2
    PERFORM Check-Period-Lock
    IF Row-Reject-Reason NOT = SPACES
        DISPLAY "UPDATE-OUTPUT: " Row-Reject-Reason ", ADD ABANDONED"
        EXIT PARAGRAPH
    END-IF
    IF Dual-Control-Is-On
        MOVE SPACES TO Before-Image
        MOVE Output-Record TO After-Image
        MOVE "ADD" TO Maint-Act-Name
        PERFORM Queue-Pending-Change
        IF Row-Reject-Reason NOT = SPACES
            DISPLAY "UPDATE-OUTPUT: " Row-Reject-Reason ", ADD ABANDONED"
        ELSE
            DISPLAY "UPDATE-OUTPUT: ADD FOR ID " Output-ID " QUEUED FOR APPROVAL"
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF Output-Effective-Date > Bus-Date
        MOVE SPACES TO Before-Image
        MOVE Output-Record TO After-Image
        MOVE "ADD" TO Maint-Act-Name
        MOVE Output-Effective-Date TO Sched-Eff-Date
        PERFORM Schedule-Change
        IF Row-Reject-Reason NOT = SPACES
            DISPLAY "UPDATE-OUTPUT: " Row-Reject-Reason ", ADD ABANDONED"
        ELSE
            DISPLAY "UPDATE-OUTPUT: ADD FOR ID " Output-ID " SCHEDULED FOR " Sched-Eff-Date
        END-IF
        EXIT PARAGRAPH
    END-IF
    WRITE Output-Record
        INVALID KEY
            DISPLAY "UPDATE-OUTPUT: ADD FAILED FOR ID " Output-ID ", STATUS " File-Status
            EXIT PARAGRAPH
    END-WRITE
    MOVE SPACES TO Before-Image
    MOVE Output-Record TO After-Image
    MOVE "ADD" TO Maint-Act-Name
    PERFORM Write-Audit-Record
    PERFORM Write-History-Record.
Change-Or-Delete-Record.
    MOVE Output-Record TO Before-Image
    DISPLAY Maint-Screen
                MOVE Output-Status-Code TO New-Status-Code
                PERFORM Validate-Status-Change
            END-IF
            MOVE Before-Effective-Date TO Period-Check-Date
            MOVE Output-Effective-Date TO Period-Check-Date-2
            PERFORM Check-Period-Lock
            IF Row-Reject-Reason NOT = SPACES
                DISPLAY "UPDATE-OUTPUT: " Row-Reject-Reason ", CHANGE ABANDONED"
                MOVE Before-Image TO Output-Record
                EXIT PARAGRAPH
            END-IF
            IF Dual-Control-Is-On
                MOVE Output-Record TO After-Image
                MOVE "CHANGE" TO Maint-Act-Name
                PERFORM Queue-Pending-Change
                IF Row-Reject-Reason NOT = SPACES
                    DISPLAY "UPDATE-OUTPUT: " Row-Reject-Reason ", CHANGE ABANDONED"
                ELSE
                    DISPLAY "UPDATE-OUTPUT: CHANGE FOR ID " Before-ID " QUEUED FOR APPROVAL"
                END-IF
                MOVE Before-Image TO Output-Record
                EXIT PARAGRAPH
            END-IF
            IF Output-Effective-Date > Bus-Date
                MOVE Output-Record TO After-Image
                MOVE "CHANGE" TO Maint-Act-Name
                MOVE Output-Effective-Date TO Sched-Eff-Date
                PERFORM Schedule-Change
                IF Row-Reject-Reason NOT = SPACES
                    DISPLAY "UPDATE-OUTPUT: " Row-Reject-Reason ", CHANGE ABANDONED"
                ELSE
                    DISPLAY "UPDATE-OUTPUT: CHANGE FOR ID " Before-ID " SCHEDULED FOR "
                        Sched-Eff-Date
                END-IF
                MOVE Before-Image TO Output-Record
                EXIT PARAGRAPH
            END-IF
            REWRITE Output-Record
                INVALID KEY
                    DISPLAY "UPDATE-OUTPUT: CHANGE FAILED FOR ID " Output-ID ", STATUS " File-Status
            PERFORM Write-Audit-Record
            PERFORM Write-History-Record
        WHEN "D"
            DISPLAY "DELETE EFFECTIVE DATE (CCYYMMDD, BLANK FOR NOW): "
            MOVE SPACES TO Delete-Effective-Date
            ACCEPT Delete-Effective-Date
            IF Delete-Effective-Date NOT = SPACES
                MOVE Delete-Effective-Date TO Parse-Date
                PERFORM Validate-Effective-Date
                IF NOT Date-Is-Valid
                    DISPLAY "UPDATE-OUTPUT: BAD DATE, DELETE ABANDONED"
                    EXIT PARAGRAPH
                END-IF
            END-IF
            MOVE SPACES TO Row-Reject-Reason
            MOVE Before-Effective-Date TO Period-Check-Date
            MOVE Delete-Effective-Date TO Period-Check-Date-2
            PERFORM Check-Period-Lock
            IF Row-Reject-Reason NOT = SPACES
                DISPLAY "UPDATE-OUTPUT: " Row-Reject-Reason ", DELETE ABANDONED"
                EXIT PARAGRAPH
            END-IF
            IF Dual-Control-Is-On
                MOVE SPACES TO After-Image
                MOVE "DELETE" TO Maint-Act-Name
                PERFORM Queue-Pending-Change
                IF Row-Reject-Reason NOT = SPACES
                    DISPLAY "UPDATE-OUTPUT: " Row-Reject-Reason ", DELETE ABANDONED"
                ELSE
                    DISPLAY "UPDATE-OUTPUT: DELETE FOR ID " Before-ID " QUEUED FOR APPROVAL"
                END-IF
                EXIT PARAGRAPH
            END-IF
            IF Delete-Effective-Date > Bus-Date
                MOVE SPACES TO After-Image
                MOVE "DELETE" TO Maint-Act-Name
                MOVE Delete-Effective-Date TO Sched-Eff-Date
                PERFORM Schedule-Change
                IF Row-Reject-Reason NOT = SPACES
                    DISPLAY "UPDATE-OUTPUT: " Row-Reject-Reason ", DELETE ABANDONED"
                ELSE
                    DISPLAY "UPDATE-OUTPUT: DELETE FOR ID " Before-ID " SCHEDULED FOR "
                        Sched-Eff-Date
                END-IF
                EXIT PARAGRAPH
            END-IF
            DELETE Output-File
                INVALID KEY
                    DISPLAY "UPDATE-OUTPUT: DELETE FAILED FOR ID " Output-ID ", STATUS " File-Status
            MOVE "UNKNOWN STATUS" TO Row-Reject-Reason
        END-IF
    END-IF.
Open-Pending-File.
    MOVE "N" TO Pending-Avail
    CALL "CBL_CHECK_FILE_EXIST" USING Pending-File-Name File-Exist-Info
    IF RETURN-CODE = 0
        OPEN I-O Pending-File
    ELSE
        OPEN OUTPUT Pending-File
        IF File-Status = "00"
            CLOSE Pending-File
            OPEN I-O Pending-File
        END-IF
    END-IF
    IF File-Status = "00"
        MOVE "Y" TO Pending-Avail
    ELSE
        DISPLAY "OPEN-PENDING-FILE: UNABLE TO OPEN " Pending-File-Name ", STATUS " File-Status
    END-IF.
Close-Pending-File.
    IF Pending-File-Open-OK
        MOVE "N" TO Pending-Avail
        CLOSE Pending-File
        IF File-Status NOT = "00"
            DISPLAY "CLOSE-PENDING-FILE: ERROR CLOSING " Pending-File-Name ", STATUS " File-Status
        END-IF
    END-IF.
Queue-Pending-Change.
    MOVE SPACES TO Row-Reject-Reason
    IF Before-Image NOT = SPACES
        MOVE Before-ID TO Pending-Check-ID
    ELSE
        MOVE After-ID TO Pending-Check-ID
    END-IF
    PERFORM Check-Pending-For-ID
    IF Pending-Item-Exists
        MOVE "CHANGE PENDING" TO Row-Reject-Reason
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Pending-Record
    MOVE FUNCTION CURRENT-DATE TO Pending-Stamp
    ADD 1 TO Pending-Write-Seq
    MOVE Pending-Write-Seq TO Pending-Seq
    MOVE Pending-Check-ID TO Pending-ID
    MOVE "P" TO Pending-State
    MOVE Maint-Act-Name TO Pending-Action
    MOVE Run-Mode TO Pending-Origin
    MOVE Operator-ID TO Pending-Maker
    MOVE Before-Image TO Pending-Before
    MOVE After-Image TO Pending-After
    IF After-Image NOT = SPACES
        MOVE After-Effective-Date TO Pending-Effective-Date
    ELSE
        MOVE Delete-Effective-Date TO Pending-Effective-Date
    END-IF
    WRITE Pending-Record
        INVALID KEY
            MOVE "QUEUE FAILED" TO Row-Reject-Reason
            DISPLAY "QUEUE-PENDING-CHANGE: WRITE ERROR ON " Pending-File-Name
                ", STATUS " File-Status ", RECORD " Pending-ID
    END-WRITE
    IF Row-Reject-Reason = SPACES
        MOVE "QUEUE" TO Maint-Act-Name
        PERFORM Write-Audit-Record
    END-IF.
Check-Pending-For-ID.
    MOVE "N" TO Pending-Found
    MOVE Pending-Check-ID TO Pending-ID
    START Pending-File KEY = Pending-ID-Key
    IF File-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM FOREVER
        READ Pending-File NEXT END
            EXIT PERFORM
        NOT END
            IF File-Status NOT = "00" AND File-Status NOT = "02"
                AND File-Status NOT = "10"
                DISPLAY "CHECK-PENDING-FOR-ID: READ ERROR ON " Pending-File-Name
                    ", STATUS " File-Status
                EXIT PERFORM
            END-IF
            IF Pending-ID NOT = Pending-Check-ID
                EXIT PERFORM
            END-IF
            IF Pending-Is-Pending
                MOVE "Y" TO Pending-Found
                EXIT PERFORM
            END-IF
        END-READ
    END-PERFORM.
Open-Sched-File.
    MOVE "N" TO Sched-Avail
    CALL "CBL_CHECK_FILE_EXIST" USING Sched-File-Name File-Exist-Info
    IF RETURN-CODE = 0
        OPEN I-O Sched-File
    ELSE
        OPEN OUTPUT Sched-File
        IF File-Status = "00"
            CLOSE Sched-File
            OPEN I-O Sched-File
        END-IF
    END-IF
    IF File-Status = "00"
        MOVE "Y" TO Sched-Avail
    ELSE
        DISPLAY "OPEN-SCHED-FILE: UNABLE TO OPEN " Sched-File-Name ", STATUS "
            File-Status ", FUTURE-DATED CHANGES WILL BE REFUSED"
    END-IF.
Close-Sched-File.
    IF Sched-File-Open-OK
        MOVE "N" TO Sched-Avail
        CLOSE Sched-File
        IF File-Status NOT = "00"
            DISPLAY "CLOSE-SCHED-FILE: ERROR CLOSING " Sched-File-Name ", STATUS " File-Status
        END-IF
    END-IF.
Schedule-Change.
    MOVE SPACES TO Row-Reject-Reason
    MOVE "N" TO Sched-Done
    IF NOT Sched-File-Open-OK
        MOVE "SCHEDULE UNAVAILABLE" TO Row-Reject-Reason
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Sched-Record
    MOVE Sched-Eff-Date TO Sched-Effective-Date
    MOVE FUNCTION CURRENT-DATE TO Sched-Stamp
    ADD 1 TO Sched-Write-Seq
    MOVE Sched-Write-Seq TO Sched-Seq
    IF Before-Image NOT = SPACES
        MOVE Before-ID TO Sched-ID
    ELSE
        MOVE After-ID TO Sched-ID
    END-IF
    MOVE "S" TO Sched-State
    MOVE Maint-Act-Name TO Sched-Action
    MOVE Run-Mode TO Sched-Origin
    MOVE Current-Source TO Sched-Source
    MOVE Current-Bus-Date TO Sched-Bus-Date
    IF Approver-ID NOT = SPACES
        MOVE Maker-ID TO Sched-Maker
        MOVE Approver-ID TO Sched-Approver
    ELSE
        MOVE Operator-ID TO Sched-Maker
    END-IF
    MOVE After-Image TO Sched-After
    MOVE Before-Image TO Sched-Before
    WRITE Sched-Record
        INVALID KEY
            MOVE "SCHEDULE FAILED" TO Row-Reject-Reason
            DISPLAY "SCHEDULE-CHANGE: WRITE ERROR ON " Sched-File-Name
                ", STATUS " File-Status ", RECORD " Sched-ID
    END-WRITE
    IF Row-Reject-Reason = SPACES
        MOVE "Y" TO Sched-Done
        MOVE "SCHED" TO Maint-Act-Name
        PERFORM Write-Audit-Record
    END-IF.
Check-Sched-Duplicate.
    MOVE "N" TO Sched-Dup
    IF NOT Sched-File-Open-OK
        EXIT PARAGRAPH
    END-IF
    MOVE Sched-Check-ID TO Sched-ID
    START Sched-File KEY = Sched-ID-Key
    IF File-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM FOREVER
        READ Sched-File NEXT END
            EXIT PERFORM
        NOT END
            IF File-Status NOT = "00" AND File-Status NOT = "02"
                AND File-Status NOT = "10"
                DISPLAY "CHECK-SCHED-DUPLICATE: READ ERROR ON " Sched-File-Name
                    ", STATUS " File-Status
                EXIT PERFORM
            END-IF
            IF Sched-ID NOT = Sched-Check-ID
                EXIT PERFORM
            END-IF
            IF Sched-Is-Scheduled AND Sched-Effective-Date = Sched-Eff-Date
                AND Sched-Action = Maint-Act-Name AND Sched-After = After-Image
                MOVE "Y" TO Sched-Dup
                EXIT PERFORM
            END-IF
        END-READ
    END-PERFORM.
Open-Load-Backup.
    MOVE "N" TO Load-Backup-Avail
    IF Backup-Was-Taken
        MOVE Backup-File-Name TO Backup-Input-Name
        OPEN INPUT Backup-File
        IF File-Status = "00"
            MOVE "Y" TO Load-Backup-Avail
        ELSE
            DISPLAY "OPEN-LOAD-BACKUP: UNABLE TO OPEN " Backup-Input-Name ", STATUS "
                File-Status ", FUTURE-DATED ROWS WILL NOT KEEP PRIOR VALUES"
        END-IF
    END-IF.
Close-Load-Backup.
    IF Load-Backup-Open-OK
        MOVE "N" TO Load-Backup-Avail
        CLOSE Backup-File
        IF File-Status NOT = "00"
            DISPLAY "CLOSE-LOAD-BACKUP: ERROR CLOSING " Backup-Input-Name ", STATUS " File-Status
        END-IF
    END-IF.
Hold-Future-Load-Row.
    MOVE SPACES TO Row-Reject-Reason
    MOVE Output-Record TO After-Image
    MOVE SPACES TO Before-Image
    IF Load-Backup-Open-OK
        MOVE Output-ID TO Backup-ID
        READ Backup-File KEY IS Backup-ID-Key
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE Backup-Record TO Before-Image
        END-READ
    END-IF
    IF Before-Image = SPACES
        MOVE "ADD" TO Maint-Act-Name
    ELSE
        MOVE "CHANGE" TO Maint-Act-Name
    END-IF
    MOVE After-Effective-Date TO Sched-Eff-Date
    MOVE After-ID TO Sched-Check-ID
    PERFORM Check-Sched-Duplicate
    IF NOT Sched-Dup-Found
        PERFORM Schedule-Change
    END-IF
    IF Row-Reject-Reason NOT = SPACES
        ADD 1 TO Reject-Count
        ADD 1 TO Src-Reject-Count(Load-Idx)
        PERFORM Write-Reject-Row
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO Scheduled-Count
    ADD 1 TO Src-Sched-Count(Load-Idx)
    IF Before-Image NOT = SPACES
        MOVE Before-Image TO Output-Record
        WRITE Output-Record
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM Write-Xref-Record
        END-WRITE
    END-IF.
Approve-Pending-Changes.
    MOVE 0 TO Pending-Approved-Count
    MOVE 0 TO Pending-Rejected-Count
    CALL "CBL_CHECK_FILE_EXIST" USING Pending-File-Name File-Exist-Info
    IF RETURN-CODE NOT = 0
        DISPLAY "APPROVE-PENDING-CHANGES: NO PENDING CHANGES ON FILE"
        EXIT PARAGRAPH
    END-IF
    PERFORM Load-Status-Codes
    PERFORM Open-Pending-File
    IF NOT Pending-File-Open-OK
        DISPLAY "APPROVE-PENDING-CHANGES: PENDING CHANGE FILE UNAVAILABLE, APPROVAL ABANDONED"
        EXIT PARAGRAPH
    END-IF
    OPEN I-O Output-File
    IF File-Status NOT = "00"
        DISPLAY "APPROVE-PENDING-CHANGES: UNABLE TO OPEN " Output-File-Name ", STATUS " File-Status
        PERFORM Close-Pending-File
        EXIT PARAGRAPH
    END-IF
    PERFORM Open-Audit-Trail
    IF NOT Audit-File-Open-OK
        DISPLAY "APPROVE-PENDING-CHANGES: AUDIT TRAIL UNAVAILABLE, APPROVAL ABANDONED"
        MOVE "Y" TO Run-Abort
        CLOSE Output-File
        PERFORM Close-Pending-File
        EXIT PARAGRAPH
    END-IF
    PERFORM Open-History-File
    PERFORM Open-Sched-File
    PERFORM Write-Pending-Report
    MOVE "N" TO Update-Done
    INITIALIZE Pending-Record
    START Pending-File KEY >= Pending-Pend-Key
    IF File-Status = "00"
        PERFORM FOREVER
            READ Pending-File NEXT END
                EXIT PERFORM
            NOT END
                IF File-Status NOT = "00" AND File-Status NOT = "02"
                    AND File-Status NOT = "10"
                    DISPLAY "APPROVE-PENDING-CHANGES: READ ERROR ON " Pending-File-Name
                        ", STATUS " File-Status
                    EXIT PERFORM
                END-IF
                IF Pending-Is-Pending
                    PERFORM Work-Pending-Item
                END-IF
                IF Update-Is-Done
                    EXIT PERFORM
                END-IF
            END-READ
        END-PERFORM
    END-IF
    PERFORM Close-Sched-File
    PERFORM Close-History-File
    PERFORM Close-Audit-Trail
    CLOSE Output-File
    IF File-Status NOT = "00"
        DISPLAY "APPROVE-PENDING-CHANGES: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
    END-IF
    PERFORM Close-Pending-File
    MOVE Pending-Approved-Count TO Count-Edit
    DISPLAY "APPROVE-PENDING-CHANGES: ITEMS APPROVED " Count-Edit
    MOVE Pending-Rejected-Count TO Count-Edit
    DISPLAY "APPROVE-PENDING-CHANGES: ITEMS REJECTED " Count-Edit.
Work-Pending-Item.
    MOVE Pending-Before TO Before-Image
    MOVE Pending-After TO After-Image
    DISPLAY "PENDING " Pending-Stamp(1:14) "-" Pending-Seq " " Pending-Action
        " ID " Pending-ID " ENTERED BY " Pending-Maker " VIA " Pending-Origin
    IF Before-Image NOT = SPACES
        DISPLAY "  BEFORE: " Before-String " " Before-Effective-Date " " Before-Status-Code
    END-IF
    IF After-Image NOT = SPACES
        DISPLAY "  AFTER.: " After-String " " After-Effective-Date " " After-Status-Code
    ELSE
    IF Pending-Effective-Date NOT = SPACES
        DISPLAY "  EFFECTIVE: " Pending-Effective-Date
    END-IF
    END-IF
    IF Pending-Maker = Operator-ID
        DISPLAY "APPROVE-PENDING-CHANGES: ITEM ENTERED BY " Operator-ID
            ", ANOTHER OPERATOR MUST APPROVE IT"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "ACTION? A=APPROVE R=REJECT S=SKIP X=EXIT: "
    MOVE SPACES TO Maint-Action
    ACCEPT Maint-Action
    EVALUATE Maint-Action
        WHEN "A"
            PERFORM Approve-Pending-Item
        WHEN "R"
            PERFORM Reject-Pending-Item
        WHEN "X"
            MOVE "Y" TO Update-Done
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
Approve-Pending-Item.
    MOVE SPACES TO Row-Reject-Reason
    MOVE "N" TO Sched-Done
    MOVE Pending-Action TO Maint-Act-Name
    MOVE Pending-Maker TO Maker-ID
    MOVE Operator-ID TO Approver-ID
    IF After-Image NOT = SPACES
        MOVE After-Effective-Date TO Sched-Eff-Date
    ELSE
        MOVE Pending-Effective-Date TO Sched-Eff-Date
    END-IF
    MOVE Before-Effective-Date TO Period-Check-Date
    MOVE Sched-Eff-Date TO Period-Check-Date-2
    PERFORM Check-Period-Lock
    IF Row-Reject-Reason NOT = SPACES
        CONTINUE
    ELSE
    IF Pending-Action = "ADD"
        MOVE After-Image TO Output-Record
        MOVE After-Status-Code TO Parse-Status
        PERFORM Validate-Status-Code
        EVALUATE TRUE
            WHEN NOT Status-Is-Known
                MOVE "UNKNOWN STATUS" TO Row-Reject-Reason
            WHEN NOT Status-Is-Active
                MOVE "INACTIVE STATUS" TO Row-Reject-Reason
            WHEN Sched-Eff-Date > Bus-Date
                PERFORM Schedule-Change
            WHEN OTHER
                WRITE Output-Record
                    INVALID KEY
                        MOVE "ADD FAILED" TO Row-Reject-Reason
                END-WRITE
        END-EVALUATE
    ELSE
        MOVE Pending-ID TO Output-ID
        READ Output-File KEY IS Output-ID-Key
            INVALID KEY
                MOVE "RECORD NOT FOUND" TO Row-Reject-Reason
            NOT INVALID KEY
                IF Output-Record NOT = Before-Image
                    MOVE "MASTER CHANGED" TO Row-Reject-Reason
                END-IF
        END-READ
        IF Row-Reject-Reason = SPACES AND Pending-Action = "CHANGE"
            MOVE Before-Status-Code TO Old-Status-Code
            MOVE After-Status-Code TO New-Status-Code
            PERFORM Validate-Status-Change
            IF Row-Reject-Reason = SPACES AND Sched-Eff-Date > Bus-Date
                PERFORM Schedule-Change
            ELSE
            IF Row-Reject-Reason = SPACES
                MOVE After-Image TO Output-Record
                REWRITE Output-Record
                    INVALID KEY
                        MOVE "CHANGE FAILED" TO Row-Reject-Reason
                END-REWRITE
            END-IF
            END-IF
        END-IF
        IF Row-Reject-Reason = SPACES AND Pending-Action = "DELETE"
            IF Sched-Eff-Date > Bus-Date
                PERFORM Schedule-Change
            ELSE
                DELETE Output-File
                    INVALID KEY
                        MOVE "DELETE FAILED" TO Row-Reject-Reason
                END-DELETE
            END-IF
        END-IF
    END-IF
    END-IF
    IF Row-Reject-Reason NOT = SPACES
        MOVE SPACES TO Maker-ID
        MOVE SPACES TO Approver-ID
        DISPLAY "APPROVE-PENDING-CHANGES: " Row-Reject-Reason " FOR ID " Pending-ID
            ", ITEM LEFT PENDING"
        EXIT PARAGRAPH
    END-IF
    IF NOT Change-Was-Scheduled
        PERFORM Write-History-Record
        PERFORM Write-Audit-Record
    END-IF
    MOVE SPACES TO Maker-ID
    MOVE SPACES TO Approver-ID
    MOVE "A" TO Pending-State
    PERFORM Close-Pending-Item
    ADD 1 TO Pending-Approved-Count
    IF Change-Was-Scheduled
        DISPLAY "APPROVE-PENDING-CHANGES: " Pending-Action " FOR ID " Pending-ID
            " SCHEDULED FOR " Sched-Eff-Date
    ELSE
        DISPLAY "APPROVE-PENDING-CHANGES: " Pending-Action " FOR ID " Pending-ID " APPLIED"
    END-IF.
Reject-Pending-Item.
    MOVE "REJECT" TO Maint-Act-Name
    MOVE Pending-Maker TO Maker-ID
    MOVE Operator-ID TO Approver-ID
    PERFORM Write-Audit-Record
    MOVE SPACES TO Maker-ID
    MOVE SPACES TO Approver-ID
    MOVE "R" TO Pending-State
    PERFORM Close-Pending-Item
    ADD 1 TO Pending-Rejected-Count
    DISPLAY "APPROVE-PENDING-CHANGES: " Pending-Action " FOR ID " Pending-ID " REJECTED".
Close-Pending-Item.
    MOVE Operator-ID TO Pending-Checker
    MOVE FUNCTION CURRENT-DATE TO Pending-Checked-Stamp
    REWRITE Pending-Record
        INVALID KEY
            DISPLAY "APPROVE-PENDING-CHANGES: UNABLE TO UPDATE PENDING ITEM "
                Pending-Stamp(1:14) "-" Pending-Seq ", STATUS " File-Status
    END-REWRITE.
Report-Pending-Changes.
    OPEN INPUT Pending-File
    IF File-Status = "35"
        DISPLAY "REPORT-PENDING-CHANGES: NO PENDING CHANGES ON FILE"
        EXIT PARAGRAPH
    END-IF
    IF File-Status NOT = "00"
        DISPLAY "REPORT-PENDING-CHANGES: UNABLE TO OPEN " Pending-File-Name
            ", STATUS " File-Status
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO Pending-Avail
    PERFORM Write-Pending-Report
    PERFORM Close-Pending-File
    IF Pending-Overdue-Count > 0
        MOVE Pending-Overdue-Count TO Count-Edit
        DISPLAY "REPORT-PENDING-CHANGES: " Count-Edit " ITEMS PENDING OVER "
            Pending-Exception-Days " DAYS"
    END-IF.
Write-Pending-Report.
    MOVE 0 TO Pending-Open-Count
    MOVE 0 TO Pending-Overdue-Count
    MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(Run-Date-Time(1:8)))
        TO Pending-Run-Day
    MOVE SPACES TO Pendrpt-File-Name
    STRING "PENDING.rpt" DELIMITED BY SIZE "." Run-Date-Time(1:14)
        INTO Pendrpt-File-Name
    END-STRING
    OPEN OUTPUT Pendrpt-File
    IF File-Status NOT = "00"
        DISPLAY "WRITE-PENDING-REPORT: UNABLE TO OPEN " Pendrpt-File-Name
            ", STATUS " File-Status
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Pendrpt-Record
    STRING "FILE-LOADER PENDING CHANGE REPORT - " Run-Date-Time
        INTO Pendrpt-Record
    END-STRING
    PERFORM Write-Pendrpt-Line
    MOVE Pending-Exception-Days TO Count-Edit
    MOVE SPACES TO Pendrpt-Record
    STRING "  EXCEPTION AGE (DAYS).: " Count-Edit
        INTO Pendrpt-Record
    END-STRING
    PERFORM Write-Pendrpt-Line
    MOVE SPACES TO Pendrpt-Record
    PERFORM Write-Pendrpt-Line
    MOVE "  ITEMS AWAITING APPROVAL" TO Pendrpt-Record
    PERFORM Write-Pendrpt-Line
    MOVE "L" TO Pending-Report-Pass
    PERFORM Write-Pending-Report-Pass
    IF Pending-Open-Count = 0
        MOVE "    NO ITEMS AWAITING APPROVAL" TO Pendrpt-Record
        PERFORM Write-Pendrpt-Line
    END-IF
    MOVE SPACES TO Pendrpt-Record
    PERFORM Write-Pendrpt-Line
    MOVE "  EXCEPTIONS - ITEMS PENDING LONGER THAN EXCEPTION AGE" TO Pendrpt-Record
    PERFORM Write-Pendrpt-Line
    MOVE "E" TO Pending-Report-Pass
    PERFORM Write-Pending-Report-Pass
    IF Pending-Overdue-Count = 0
        MOVE "    NO EXCEPTIONS" TO Pendrpt-Record
        PERFORM Write-Pendrpt-Line
    END-IF
    MOVE SPACES TO Pendrpt-Record
    PERFORM Write-Pendrpt-Line
    MOVE Pending-Open-Count TO Count-Edit
    MOVE SPACES TO Pendrpt-Record
    STRING "  ITEMS PENDING........: " Count-Edit
        INTO Pendrpt-Record
    END-STRING
    PERFORM Write-Pendrpt-Line
    MOVE Pending-Overdue-Count TO Count-Edit
    MOVE SPACES TO Pendrpt-Record
    STRING "  EXCEPTION ITEMS......: " Count-Edit
        INTO Pendrpt-Record
    END-STRING
    PERFORM Write-Pendrpt-Line
    CLOSE Pendrpt-File
    IF File-Status NOT = "00"
        DISPLAY "WRITE-PENDING-REPORT: ERROR CLOSING " Pendrpt-File-Name
            ", STATUS " File-Status
    END-IF.
Write-Pending-Report-Pass.
    INITIALIZE Pending-Record
    START Pending-File KEY >= Pending-Pend-Key
    IF File-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM FOREVER
        READ Pending-File NEXT END
            EXIT PERFORM
        NOT END
            IF File-Status NOT = "00" AND File-Status NOT = "02"
                AND File-Status NOT = "10"
                DISPLAY "WRITE-PENDING-REPORT: READ ERROR ON " Pending-File-Name
                    ", STATUS " File-Status
                EXIT PERFORM
            END-IF
            IF Pending-Is-Pending
                IF Pending-Stamp(1:8) NUMERIC
                    MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(Pending-Stamp(1:8)))
                        TO Pending-Item-Day
                    COMPUTE Pending-Days-Old = Pending-Run-Day - Pending-Item-Day
                ELSE
                    MOVE 0 TO Pending-Days-Old
                END-IF
                IF Pending-Listing-Pass
                    ADD 1 TO Pending-Open-Count
                    IF Pending-Days-Old > Pending-Exception-Days
                        ADD 1 TO Pending-Overdue-Count
                    END-IF
                    PERFORM Write-Pending-Detail-Lines
                ELSE
                    IF Pending-Days-Old > Pending-Exception-Days
                        PERFORM Write-Pending-Detail-Lines
                    END-IF
                END-IF
            END-IF
        END-READ
    END-PERFORM.
Write-Pending-Detail-Lines.
    MOVE Pending-Days-Old TO Pending-Days-Edit
    MOVE SPACES TO Pendrpt-Record
    STRING "    " Pending-Stamp(1:14) "-" Pending-Seq " " Pending-Action
        " ID " Pending-ID " BY " Pending-Maker " VIA " Pending-Origin
        " " Pending-Days-Edit " DAYS"
        INTO Pendrpt-Record
    END-STRING
    PERFORM Write-Pendrpt-Line
    MOVE Pending-Before TO Before-Image
    MOVE Pending-After TO After-Image
    IF Before-Image NOT = SPACES
        MOVE SPACES TO Pendrpt-Record
        STRING "      BEFORE " Before-String " " Before-Effective-Date
            " " Before-Status-Code
            INTO Pendrpt-Record
        END-STRING
        PERFORM Write-Pendrpt-Line
    END-IF
    IF After-Image NOT = SPACES
        MOVE SPACES TO Pendrpt-Record
        STRING "      AFTER  " After-String " " After-Effective-Date
            " " After-Status-Code
            INTO Pendrpt-Record
        END-STRING
        PERFORM Write-Pendrpt-Line
    END-IF.
Write-Pendrpt-Line.
    WRITE Pendrpt-Record
    IF File-Status NOT = "00"
        DISPLAY "WRITE-PENDING-REPORT: WRITE ERROR ON " Pendrpt-File-Name
            ", STATUS " File-Status
    END-IF.
Write-Audit-Record.
    IF NOT Audit-File-Open-OK
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Audit-Record
    MOVE FUNCTION CURRENT-DATE TO Audit-Date-Time
    IF Approver-ID NOT = SPACES
        MOVE Maker-ID TO Audit-Operator
    ELSE
        MOVE Operator-ID TO Audit-Operator
    END-IF
    MOVE Maint-Act-Name TO Audit-Action
    MOVE Before-Image TO Audit-Before
    MOVE After-Image TO Audit-After
    MOVE Approver-ID TO Audit-Approver
    WRITE Audit-Record
    IF File-Status NOT = "00"
        DISPLAY "WRITE-AUDIT-RECORD: WRITE ERROR ON AuditTrail.txt, STATUS " File-Status
    END-IF.
Open-History-File.
    MOVE "N" TO History-Avail
    OPEN I-O History-File
    IF File-Status = "35"
        OPEN OUTPUT History-File
        IF File-Status = "00"
            CLOSE History-File
            OPEN I-O History-File
        END-IF
    END-IF
    IF File-Status = "00"
        MOVE "Y" TO History-Avail
    ELSE
        DISPLAY "OPEN-HISTORY-FILE: UNABLE TO OPEN " History-File-Name ", STATUS "
            File-Status ", HISTORY WILL NOT BE KEPT"
    END-IF.
Close-History-File.
    IF History-File-Open-OK
        MOVE "N" TO History-Avail
        CLOSE History-File
        IF File-Status NOT = "00"
            DISPLAY "CLOSE-HISTORY-FILE: ERROR CLOSING " History-File-Name ", STATUS " File-Status
        END-IF
    END-IF.
Write-History-Record.
    IF NOT History-File-Open-OK
        EXIT PARAGRAPH
    END-IF
    IF Before-Image NOT = SPACES
        MOVE Before-ID TO History-ID
    ELSE
        MOVE After-ID TO History-ID
    END-IF
    MOVE FUNCTION CURRENT-DATE TO History-Stamp
    ADD 1 TO History-Write-Seq
    MOVE History-Write-Seq TO History-Seq
    MOVE Maint-Act-Name TO History-Action
    IF Approver-ID NOT = SPACES
        MOVE Maker-ID TO History-Operator
    ELSE
        MOVE Operator-ID TO History-Operator
    END-IF
    MOVE Approver-ID TO History-Approver
    MOVE Before-String TO History-String
    MOVE Before-Effective-Date TO History-Effective-Date
    MOVE Before-Status-Code TO History-Status-Code
    IF After-Image = SPACES
        MOVE "R" TO History-After-Kind
        MOVE SPACES TO History-After-String
        MOVE SPACES TO History-After-Effective-Date
        MOVE SPACES TO History-After-Status-Code
    ELSE
        MOVE "A" TO History-After-Kind
        MOVE After-String TO History-After-String
        MOVE After-Effective-Date TO History-After-Effective-Date
        MOVE After-Status-Code TO History-After-Status-Code
    END-IF
    WRITE History-Record
        INVALID KEY
            DISPLAY "WRITE-HISTORY-RECORD: WRITE ERROR ON " History-File-Name
                ", STATUS " File-Status ", RECORD " History-ID
    END-WRITE.
Backup-Loaded-File.
    MOVE "N" TO Backup-Taken
    MOVE "N" TO Master-Existed
    MOVE SPACES TO Source-File-Name
    MOVE Output-File-Name TO Source-File-Name
    CALL "CBL_CHECK_FILE_EXIST" USING Source-File-Name File-Exist-Info
    IF RETURN-CODE = 0
        MOVE "Y" TO Master-Existed
        MOVE Run-Date-Time(1:14) TO Backup-Date-Suffix
        MOVE SPACES TO Backup-File-Name
        STRING Output-File-Name DELIMITED BY SPACE "." Backup-Date-Suffix
            INTO Backup-File-Name
        END-STRING
        CALL "CBL_COPY_FILE" USING Source-File-Name Backup-File-Name
        IF RETURN-CODE NOT = 0
            DISPLAY "LOAD-INPUT: UNABLE TO BACK UP " Output-File-Name ", RETURN CODE " RETURN-CODE
        ELSE
            MOVE "Y" TO Backup-Taken
            OPEN OUTPUT Backctl-File
            IF File-Status = "00"
                MOVE Backup-File-Name TO Backctl-Record
                WRITE Backctl-Record
                IF File-Status NOT = "00"
                    DISPLAY "BACKUP-LOADED-FILE: WRITE ERROR ON LoadBackup.ctl, STATUS " File-Status
                END-IF
                CLOSE Backctl-File
                IF File-Status NOT = "00"
                    DISPLAY "BACKUP-LOADED-FILE: ERROR CLOSING LoadBackup.ctl, STATUS " File-Status
                END-IF
            ELSE
                DISPLAY "BACKUP-LOADED-FILE: UNABLE TO OPEN LoadBackup.ctl, STATUS " File-Status
            END-IF
        END-IF
    END-IF.
Purge-Output.
    MOVE 0 TO Purge-Read-Count
    MOVE 0 TO Purge-Purged-Count
    MOVE 0 TO Purge-Kept-Count
    MOVE "N" TO Range-Active
    MOVE Purge-Cutoff TO Parse-Date
    PERFORM Validate-Effective-Date
    IF NOT Date-Is-Valid
        DISPLAY "PURGE-OUTPUT: FILE_LOADER_CUTOFF MISSING OR NOT A VALID DATE, PURGE ABANDONED"
        EXIT PARAGRAPH
    END-IF
    PERFORM Backup-Loaded-File
    OPEN I-O Output-File
    IF File-Status = "00"
        PERFORM Open-History-File
        PERFORM Open-Audit-Trail
        IF NOT Audit-File-Open-OK
            DISPLAY "PURGE-OUTPUT: AUDIT TRAIL UNAVAILABLE, PURGE ABANDONED"
            MOVE "Y" TO Run-Abort
            PERFORM Close-History-File
            CLOSE Output-File
            IF File-Status NOT = "00"
                DISPLAY "PURGE-OUTPUT: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
            END-IF
            EXIT PARAGRAPH
        END-IF
        CALL "CBL_CHECK_FILE_EXIST" USING Archive-File-Name File-Exist-Info
        IF RETURN-CODE = 0
            OPEN I-O Archive-File
        ELSE
            OPEN OUTPUT Archive-File
        END-IF
        IF File-Status = "00"
            MOVE SPACES TO Purge-File-Name
            STRING "PURGE.rpt" DELIMITED BY SIZE "." Run-Date-Time(1:14)
                INTO Purge-File-Name
            END-STRING
            OPEN OUTPUT Purge-File
            IF File-Status = "00"
                MOVE SPACES TO Purge-Record
                STRING "FILE-LOADER PURGE REPORT - " Run-Date-Time
                    INTO Purge-Record
                END-STRING
                PERFORM Write-Purge-Line
                MOVE SPACES TO Purge-Record
                STRING "  MASTER FILE..........: " Output-File-Name
                    INTO Purge-Record
                END-STRING
                PERFORM Write-Purge-Line
                MOVE SPACES TO Purge-Record
                STRING "  ARCHIVE FILE.........: " Archive-File-Name
                    INTO Purge-Record
                END-STRING
                PERFORM Write-Purge-Line
                MOVE SPACES TO Purge-Record
                STRING "  CUTOFF DATE..........: " Purge-Cutoff
                    INTO Purge-Record
                END-STRING
                PERFORM Write-Purge-Line
                MOVE SPACES TO Purge-Record
                PERFORM Write-Purge-Line

                INITIALIZE Output-Record
                START Output-File KEY >= Output-ID-Key
                IF File-Status = "00"
                    PERFORM FOREVER
                        READ Output-File NEXT END
                            EXIT PERFORM
                        NOT END
                            IF File-Status NOT = "00" AND File-Status NOT = "02"
                                AND File-Status NOT = "10"
                                DISPLAY "PURGE-OUTPUT: READ ERROR ON " Output-File-Name ", STATUS " File-Status
                                EXIT PERFORM
                            END-IF
                            ADD 1 TO Purge-Read-Count
                            IF Output-Effective-Date NUMERIC
                                AND Output-Effective-Date < Purge-Cutoff
                                PERFORM Archive-Purged-Record
                            ELSE
                                ADD 1 TO Purge-Kept-Count
                                PERFORM Close-Purge-Range
                            END-IF
                        END-READ
                    END-PERFORM
                ELSE
                    DISPLAY "PURGE-OUTPUT: START ERROR ON " Output-File-Name ", STATUS " File-Status
                END-IF
                PERFORM Close-Purge-Range

                MOVE SPACES TO Purge-Record
                PERFORM Write-Purge-Line
                MOVE Purge-Read-Count TO Count-Edit
                MOVE SPACES TO Purge-Record
                STRING "  RECORDS READ.........: " Count-Edit
                    INTO Purge-Record
                END-STRING
                PERFORM Write-Purge-Line
                MOVE Purge-Purged-Count TO Count-Edit
                MOVE SPACES TO Purge-Record
                STRING "  RECORDS PURGED.......: " Count-Edit
                    INTO Purge-Record
                END-STRING
                PERFORM Write-Purge-Line
                MOVE Purge-Kept-Count TO Count-Edit
                MOVE SPACES TO Purge-Record
                STRING "  RECORDS KEPT.........: " Count-Edit
                    INTO Purge-Record
                END-STRING
                PERFORM Write-Purge-Line
                CLOSE Purge-File
                IF File-Status NOT = "00"
                    DISPLAY "PURGE-OUTPUT: ERROR CLOSING " Purge-File-Name ", STATUS " File-Status
                END-IF
            ELSE
                DISPLAY "PURGE-OUTPUT: UNABLE TO OPEN " Purge-File-Name ", STATUS " File-Status
            END-IF
            CLOSE Archive-File
            IF File-Status NOT = "00"
                DISPLAY "PURGE-OUTPUT: ERROR CLOSING " Archive-File-Name ", STATUS " File-Status
            END-IF
        ELSE
            DISPLAY "PURGE-OUTPUT: UNABLE TO OPEN " Archive-File-Name ", STATUS " File-Status
        END-IF
        PERFORM Close-Audit-Trail
        PERFORM Close-History-File
        CLOSE Output-File
        IF File-Status NOT = "00"
            DISPLAY "PURGE-OUTPUT: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
        END-IF
    ELSE
        DISPLAY "PURGE-OUTPUT: UNABLE TO OPEN " Output-File-Name ", STATUS " File-Status
    END-IF.
Archive-Purged-Record.
    MOVE "N" TO Archive-Write-Good
    MOVE Output-Record TO Archive-Record
    WRITE Archive-Record
        INVALID KEY
            REWRITE Archive-Record
                INVALID KEY
                    DISPLAY "PURGE-OUTPUT: ARCHIVE WRITE FAILED FOR ID " Output-ID ", STATUS " File-Status
                NOT INVALID KEY
                    MOVE "Y" TO Archive-Write-Good
            END-REWRITE
        NOT INVALID KEY
            MOVE "Y" TO Archive-Write-Good
    END-WRITE
    IF Archive-Write-OK
        MOVE Output-Record TO Before-Image
        DELETE Output-File
            INVALID KEY
                DISPLAY "PURGE-OUTPUT: DELETE FAILED FOR ID " Output-ID ", STATUS " File-Status
        END-DELETE
    END-IF
    IF Archive-Write-OK AND (File-Status = "00" OR File-Status = "02")
        MOVE SPACES TO After-Image
        MOVE "PURGE" TO Maint-Act-Name
        PERFORM Write-History-Record
        PERFORM Write-Audit-Record
        ADD 1 TO Purge-Purged-Count
        IF NOT Range-Is-Open
            MOVE "Y" TO Range-Active
            MOVE Output-ID TO Range-Start-ID
        END-IF
        MOVE Output-ID TO Range-End-ID
    ELSE
        ADD 1 TO Purge-Kept-Count
        PERFORM Close-Purge-Range
    END-IF.
Close-Purge-Range.
    IF Range-Is-Open
        MOVE "N" TO Range-Active
        MOVE SPACES TO Purge-Record
        STRING "  PURGED IDS " Range-Start-ID " - " Range-End-ID
            INTO Purge-Record
        END-STRING
        PERFORM Write-Purge-Line
    END-IF.
Write-Purge-Line.
    WRITE Purge-Record
    IF File-Status NOT = "00"
        DISPLAY "PURGE-OUTPUT: WRITE ERROR ON " Purge-File-Name ", STATUS " File-Status
    END-IF.
Summarize-Output.
    MOVE 0 TO Sum-Code-Count
    MOVE 0 TO Age-Current-Count
    MOVE 0 TO Age-Quarter-Count
    MOVE 0 TO Age-Year-Count
    MOVE 0 TO Age-Older-Count
    MOVE 0 TO Age-Invalid-Count
    MOVE 0 TO Summary-Total-Count
    MOVE 0 TO Summary-Line-Count
    MOVE 0 TO Summary-Page-Count
    PERFORM Load-Status-Codes
    OPEN INPUT Output-File
    IF File-Status = "00"
        MOVE SPACES TO Summary-File-Name
        STRING "SUMMARY.rpt" DELIMITED BY SIZE "." Run-Date-Time(1:14)
            INTO Summary-File-Name
        END-STRING
        OPEN OUTPUT Summary-File
        IF File-Status = "00"
            MOVE Run-Date-Time(1:8) TO Date-Work
            COMPUTE Run-Month-Index = Date-CCYY * 12 + Date-MM
            INITIALIZE Output-Record
            START Output-File KEY >= Output-ID-Key
            IF File-Status = "00"
                PERFORM FOREVER
                    READ Output-File NEXT END
                        EXIT PERFORM
                    NOT END
                        IF File-Status NOT = "00" AND File-Status NOT = "02"
                            AND File-Status NOT = "10"
                            DISPLAY "SUMMARIZE-OUTPUT: READ ERROR ON " Output-File-Name ", STATUS " File-Status
                            EXIT PERFORM
                        END-IF
                        ADD 1 TO Summary-Total-Count
                        PERFORM Accumulate-Summary-Record
                    END-READ
                END-PERFORM
            END-IF

            MOVE "  RECORDS BY STATUS CODE" TO Summary-Detail
            PERFORM Write-Summary-Line
            PERFORM VARYING Sum-Idx FROM 1 BY 1 UNTIL Sum-Idx > Sum-Code-Count
                MOVE Sum-Count(Sum-Idx) TO Count-Edit
                MOVE Sum-Code(Sum-Idx) TO Output-Status-Code
                PERFORM Find-Status-Description
                MOVE SPACES TO Summary-Detail
                STRING "    " Status-Desc-Display " ....: " Count-Edit
                    INTO Summary-Detail
                END-STRING
                PERFORM Write-Summary-Line
            END-PERFORM
            IF Sum-Code-Count = 0
                MOVE "    NO RECORDS ON FILE" TO Summary-Detail
                PERFORM Write-Summary-Line
            END-IF

            MOVE SPACES TO Summary-Detail
            PERFORM Write-Summary-Line
            MOVE "  RECORD AGING BY EFFECTIVE DATE" TO Summary-Detail
            PERFORM Write-Summary-Line
            MOVE Age-Current-Count TO Count-Edit
            MOVE SPACES TO Summary-Detail
            STRING "    CURRENT MONTH......: " Count-Edit
                INTO Summary-Detail
            END-STRING
            PERFORM Write-Summary-Line
            MOVE Age-Quarter-Count TO Count-Edit
            MOVE SPACES TO Summary-Detail
            STRING "    1 TO 3 MONTHS......: " Count-Edit
                INTO Summary-Detail
            END-STRING
            PERFORM Write-Summary-Line
            MOVE Age-Year-Count TO Count-Edit
            MOVE SPACES TO Summary-Detail
            STRING "    3 TO 12 MONTHS.....: " Count-Edit
                INTO Summary-Detail
            END-STRING
            PERFORM Write-Summary-Line
            MOVE Age-Older-Count TO Count-Edit
            MOVE SPACES TO Summary-Detail
            STRING "    OVER ONE YEAR......: " Count-Edit
                INTO Summary-Detail
            END-STRING
            PERFORM Write-Summary-Line
            MOVE Age-Invalid-Count TO Count-Edit
            MOVE SPACES TO Summary-Detail
            STRING "    INVALID DATE.......: " Count-Edit
                INTO Summary-Detail
            END-STRING
            PERFORM Write-Summary-Line

            MOVE SPACES TO Summary-Detail
            PERFORM Write-Summary-Line
            MOVE Summary-Total-Count TO Count-Edit
            MOVE SPACES TO Summary-Detail
            STRING "  GRAND TOTAL RECORDS..: " Count-Edit
                INTO Summary-Detail
            END-STRING
            PERFORM Write-Summary-Line

            CLOSE Summary-File
            IF File-Status NOT = "00"
                DISPLAY "SUMMARIZE-OUTPUT: ERROR CLOSING " Summary-File-Name ", STATUS " File-Status
            END-IF
        ELSE
            DISPLAY "SUMMARIZE-OUTPUT: UNABLE TO OPEN " Summary-File-Name ", STATUS " File-Status
        END-IF
        CLOSE Output-File
        IF File-Status NOT = "00"
            DISPLAY "SUMMARIZE-OUTPUT: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
        END-IF
    ELSE
        DISPLAY "SUMMARIZE-OUTPUT: UNABLE TO OPEN " Output-File-Name ", STATUS " File-Status
    END-IF.
Accumulate-Summary-Record.
    MOVE "N" TO Sum-Code-Found
    PERFORM VARYING Sum-Idx FROM 1 BY 1 UNTIL Sum-Idx > Sum-Code-Count
        IF Output-Status-Code = Sum-Code(Sum-Idx)
            MOVE "Y" TO Sum-Code-Found
            ADD 1 TO Sum-Count(Sum-Idx)
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT Sum-Code-Was-Found
        IF Sum-Code-Count < 200
            ADD 1 TO Sum-Code-Count
            MOVE Output-Status-Code TO Sum-Code(Sum-Code-Count)
            MOVE 1 TO Sum-Count(Sum-Code-Count)
        ELSE
            DISPLAY "SUMMARIZE-OUTPUT: STATUS CODE TABLE FULL, CODE NOT COUNTED: " Output-Status-Code
        END-IF
    END-IF
    MOVE Output-Effective-Date TO Parse-Date
    PERFORM Validate-Effective-Date
    IF NOT Date-Is-Valid
        ADD 1 TO Age-Invalid-Count
    ELSE
        MOVE Output-Effective-Date TO Date-Work
        COMPUTE Rec-Month-Index = Date-CCYY * 12 + Date-MM
        COMPUTE Month-Diff = Run-Month-Index - Rec-Month-Index
        EVALUATE TRUE
            WHEN Month-Diff <= 0
                ADD 1 TO Age-Current-Count
            WHEN Month-Diff <= 3
                ADD 1 TO Age-Quarter-Count
            WHEN Month-Diff <= 12
                ADD 1 TO Age-Year-Count
            WHEN OTHER
                ADD 1 TO Age-Older-Count
        END-EVALUATE
    END-IF.
Write-Summary-Line.
    IF Summary-Page-Count = 0 OR Summary-Line-Count >= Summary-Max-Lines
        PERFORM Write-Summary-Heading
    END-IF
    MOVE Summary-Detail TO Summary-Record
    WRITE Summary-Record
    IF File-Status NOT = "00"
        DISPLAY "SUMMARIZE-OUTPUT: WRITE ERROR ON " Summary-File-Name ", STATUS " File-Status
    END-IF
    ADD 1 TO Summary-Line-Count.
Write-Summary-Heading.
    ADD 1 TO Summary-Page-Count
    MOVE Summary-Page-Count TO Summary-Page-Edit
    MOVE SPACES TO Summary-Record
    STRING "FILE-LOADER STATUS SUMMARY REPORT - " Run-Date-Time(1:14)
        "   PAGE " Summary-Page-Edit
        INTO Summary-Record
    END-STRING
    WRITE Summary-Record
    IF File-Status NOT = "00"
        DISPLAY "SUMMARIZE-OUTPUT: WRITE ERROR ON " Summary-File-Name ", STATUS " File-Status
    END-IF
    MOVE SPACES TO Summary-Record
    WRITE Summary-Record
    IF File-Status NOT = "00"
        DISPLAY "SUMMARIZE-OUTPUT: WRITE ERROR ON " Summary-File-Name ", STATUS " File-Status
    END-IF
    MOVE 2 TO Summary-Line-Count.
Compare-To-Backup.
    MOVE "COMPARE-TO-BACKUP" TO Walk-Context
    MOVE 0 TO Added-Count
    MOVE 0 TO Dropped-Count
    MOVE 0 TO Changed-Count
    MOVE "N" TO Current-EOF
    MOVE "N" TO Backup-EOF
    PERFORM Resolve-Backup-Name
    IF Backup-Input-Name = SPACES
        DISPLAY "COMPARE-TO-BACKUP: NO BACKUP GENERATION RECORDED, COMPARE ABANDONED"
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT Output-File
    IF File-Status = "00"
        OPEN INPUT Backup-File
        IF File-Status = "00"
            MOVE SPACES TO Recon-File-Name
            STRING Recon-Prefix DELIMITED BY SPACE "." Run-Date-Time(1:14) DELIMITED BY SIZE
                INTO Recon-File-Name
            END-STRING
            OPEN OUTPUT Recon-File
            IF File-Status = "00"
                MOVE SPACES TO Recon-Record
                STRING Recon-Title DELIMITED BY "  " " - " Run-Date-Time DELIMITED BY SIZE
                    INTO Recon-Record
                END-STRING
                PERFORM Write-Recon-Line
                MOVE SPACES TO Recon-Record
                STRING Recon-Current-Label Output-File-Name
                    INTO Recon-Record
                END-STRING
                PERFORM Write-Recon-Line
                MOVE SPACES TO Recon-Record
                STRING Recon-Backup-Label Backup-Input-Name
                    INTO Recon-Record
                END-STRING
                PERFORM Write-Recon-Line
                MOVE SPACES TO Recon-Record
                PERFORM Write-Recon-Line

                INITIALIZE Output-Record
                START Output-File KEY >= Output-ID-Key
                    END-IF
                    EVALUATE TRUE
                        WHEN Backup-At-End
                            PERFORM Report-Added-Record
                            PERFORM Read-Next-Current
                        WHEN Current-At-End
                            PERFORM Report-Dropped-Record
                            PERFORM Read-Next-Backup
                        WHEN Output-ID < Backup-ID
                            PERFORM Report-Added-Record
                            PERFORM Read-Next-Current
                        WHEN Output-ID > Backup-ID
                            PERFORM Report-Dropped-Record
                            PERFORM Read-Next-Backup
                        WHEN OTHER
                            PERFORM Report-Changed-Record
                            PERFORM Read-Next-Current
                            PERFORM Read-Next-Backup
                    END-EVALUATE
                END-PERFORM

                MOVE SPACES TO Recon-Record
                PERFORM Write-Recon-Line
                MOVE Added-Count TO Count-Edit
                MOVE SPACES TO Recon-Record
                STRING "  IDS ADDED............: " Count-Edit
                    INTO Recon-Record
                END-STRING
                PERFORM Write-Recon-Line
                MOVE Dropped-Count TO Count-Edit
                MOVE SPACES TO Recon-Record
                STRING "  IDS DROPPED..........: " Count-Edit
                    INTO Recon-Record
                END-STRING
                PERFORM Write-Recon-Line
                MOVE Changed-Count TO Count-Edit
                MOVE SPACES TO Recon-Record
                STRING "  RECORDS CHANGED......: " Count-Edit
                    INTO Recon-Record
                END-STRING
                PERFORM Write-Recon-Line
                CLOSE Recon-File
                IF File-Status NOT = "00"
                    DISPLAY "COMPARE-TO-BACKUP: ERROR CLOSING " Recon-File-Name ", STATUS " File-Status
                END-IF
            ELSE
                DISPLAY "COMPARE-TO-BACKUP: UNABLE TO OPEN " Recon-File-Name ", STATUS " File-Status
            END-IF
            CLOSE Backup-File
            IF File-Status NOT = "00"
                DISPLAY "COMPARE-TO-BACKUP: ERROR CLOSING " Backup-Input-Name ", STATUS " File-Status
            END-IF
        ELSE
            DISPLAY "COMPARE-TO-BACKUP: UNABLE TO OPEN " Backup-Input-Name ", STATUS " File-Status
        END-IF
        CLOSE Output-File
        IF File-Status NOT = "00"
            DISPLAY "COMPARE-TO-BACKUP: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
        END-IF
    ELSE
        DISPLAY "COMPARE-TO-BACKUP: UNABLE TO OPEN " Output-File-Name ", STATUS " File-Status
    END-IF.
Read-Next-Current.
    READ Output-File NEXT END
        MOVE "Y" TO Current-EOF
    NOT END
        IF File-Status NOT = "00" AND File-Status NOT = "02"
            AND File-Status NOT = "10"
            DISPLAY FUNCTION TRIM(Walk-Context) ": READ ERROR ON "
                Output-File-Name ", STATUS " File-Status
            MOVE "Y" TO Current-EOF
        END-IF
    END-READ.
Read-Next-Backup.
    READ Backup-File NEXT END
        MOVE "Y" TO Backup-EOF
    NOT END
        IF File-Status NOT = "00" AND File-Status NOT = "02"
            AND File-Status NOT = "10"
            DISPLAY FUNCTION TRIM(Walk-Context) ": READ ERROR ON "
                Backup-Input-Name ", STATUS " File-Status
            MOVE "Y" TO Backup-EOF
        END-IF
    END-READ.
Report-Added-Record.
    ADD 1 TO Added-Count
    MOVE SPACES TO Recon-Record
    STRING "ADDED    " Output-ID " " Output-String " "
        Output-Effective-Date " " Output-Status-Code
        INTO Recon-Record
    END-STRING
    PERFORM Write-Recon-Line.
Report-Dropped-Record.
    ADD 1 TO Dropped-Count
    MOVE SPACES TO Recon-Record
    STRING "DROPPED  " Backup-ID " " Backup-String " "
        Backup-Effective-Date " " Backup-Status-Code
        INTO Recon-Record
    END-STRING
    PERFORM Write-Recon-Line.
Report-Changed-Record.
    MOVE "N" TO Record-Changed
    IF Output-String NOT = Backup-String
        MOVE "Y" TO Record-Changed
        MOVE SPACES TO Recon-Record
        STRING "CHANGED  " Output-ID " STRING  " Backup-String " -> " Output-String
            INTO Recon-Record
        END-STRING
        PERFORM Write-Recon-Line
    END-IF
    IF Output-Effective-Date NOT = Backup-Effective-Date
        MOVE "Y" TO Record-Changed
        MOVE SPACES TO Recon-Record
        STRING "CHANGED  " Output-ID " EFFDATE " Backup-Effective-Date " -> " Output-Effective-Date
            INTO Recon-Record
        END-STRING
        PERFORM Write-Recon-Line
    END-IF
    IF Output-Status-Code NOT = Backup-Status-Code
        MOVE "Y" TO Record-Changed
        MOVE SPACES TO Recon-Record
        STRING "CHANGED  " Output-ID " STATUS  " Backup-Status-Code " -> " Output-Status-Code
            INTO Recon-Record
        END-STRING
        PERFORM Write-Recon-Line
    END-IF
    IF Record-Was-Changed
        ADD 1 TO Changed-Count
    END-IF.
Write-Recon-Line.
    WRITE Recon-Record
    IF File-Status NOT = "00"
        DISPLAY "COMPARE-TO-BACKUP: WRITE ERROR ON " Recon-File-Name ", STATUS " File-Status
    END-IF.
Resolve-Backup-Name.
    MOVE SPACES TO Backup-Input-Name
    IF Env-Backup-File-Name NOT = SPACES
        MOVE Env-Backup-File-Name TO Backup-Input-Name
    ELSE
        OPEN INPUT Backctl-File
        IF File-Status = "00"
            READ Backctl-File NEXT END
                CONTINUE
            NOT END
                MOVE Backctl-Record TO Backup-Input-Name
            END-READ
            CLOSE Backctl-File
            IF File-Status NOT = "00"
                DISPLAY "RESOLVE-BACKUP-NAME: ERROR CLOSING LoadBackup.ctl, STATUS " File-Status
            END-IF
        ELSE
            DISPLAY "RESOLVE-BACKUP-NAME: UNABLE TO OPEN LoadBackup.ctl, STATUS " File-Status
        END-IF
    END-IF.
Extract-Changes.
    MOVE "EXTRACT-CHANGES" TO Walk-Context
    MOVE 0 TO Extract-Count
    MOVE 0 TO Extract-Hash
    MOVE "N" TO Current-EOF
    MOVE "N" TO Backup-EOF
    PERFORM Resolve-Backup-Name
    IF Backup-Input-Name = SPACES
        DISPLAY "EXTRACT-CHANGES: NO BACKUP GENERATION RECORDED, EXTRACT ABANDONED"
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT Output-File
    IF File-Status = "00"
        OPEN INPUT Backup-File
        IF File-Status = "00"
            MOVE SPACES TO Extract-File-Name
            STRING "CHANGES.txt" DELIMITED BY SIZE "." Run-Date-Time(1:14)
                INTO Extract-File-Name
            END-STRING
            OPEN OUTPUT Extract-File
            IF File-Status = "00"
                MOVE SPACES TO Extract-Record
                STRING "HDR,FILE-LOADER," Run-Date-Time(1:8)
                    INTO Extract-Record
                END-STRING
                PERFORM Write-Extract-Line

                INITIALIZE Output-Record
                START Output-File KEY >= Output-ID-Key
                IF File-Status NOT = "00"
                    MOVE "Y" TO Current-EOF
                END-IF
                INITIALIZE Backup-Record
                START Backup-File KEY >= Backup-ID-Key
                IF File-Status NOT = "00"
                    MOVE "Y" TO Backup-EOF
                END-IF
                IF NOT Current-At-End
                    PERFORM Read-Next-Current
                END-IF
                IF NOT Backup-At-End
                    PERFORM Read-Next-Backup
                END-IF
                PERFORM FOREVER
                    IF Current-At-End AND Backup-At-End
                        EXIT PERFORM
                    END-IF
                    EVALUATE TRUE
                        WHEN Backup-At-End
                            PERFORM Extract-Added-Record
                            PERFORM Read-Next-Current
                        WHEN Current-At-End
                            PERFORM Extract-Dropped-Record
                            PERFORM Read-Next-Backup
                        WHEN Output-ID < Backup-ID
                            PERFORM Extract-Added-Record
                            PERFORM Read-Next-Current
                        WHEN Output-ID > Backup-ID
                            PERFORM Extract-Dropped-Record
                            PERFORM Read-Next-Backup
                        WHEN OTHER
                            IF Output-String NOT = Backup-String
                                OR Output-Effective-Date NOT = Backup-Effective-Date
                                OR Output-Status-Code NOT = Backup-Status-Code
                                MOVE "C" TO Extract-Action
                                PERFORM Write-Extract-Detail
            END-STRING
            PERFORM Write-Loadctl-Line

            IF Run-Mode = "MAINT" AND Dual-Control-Is-On
                MOVE Trans-Queued-Count TO Count-Edit
                MOVE SPACES TO Loadctl-Record
                STRING "  TRANSACTIONS QUEUED..: " Count-Edit
                    INTO Loadctl-Record
                END-STRING
                PERFORM Write-Loadctl-Line
            END-IF

            IF Run-Mode = "MAINT" AND Trans-Scheduled-Count > 0
                MOVE Trans-Scheduled-Count TO Count-Edit
                MOVE SPACES TO Loadctl-Record
                STRING "  TRANSACTIONS SCHED...: " Count-Edit
                    INTO Loadctl-Record
                END-STRING
                PERFORM Write-Loadctl-Line
            END-IF

            IF Run-Mode = "RECYCLE"
                MOVE Suspense-Count TO Count-Edit
                MOVE SPACES TO Loadctl-Record
                            INTO Loadctl-Record
                        END-STRING
                        PERFORM Write-Loadctl-Line
                    ELSE
                    IF Input-Balanced(Input-Idx) = "V"
                        MOVE SPACES TO Loadctl-Record
                        STRING "    *** VOLUME OUT OF TOLERANCE - LOAD ABORTED ***"
                            INTO Loadctl-Record
                        END-STRING
                        PERFORM Write-Loadctl-Line

                        MOVE Input-Trailer-Count(Input-Idx) TO Count-Edit
                        MOVE SPACES TO Loadctl-Record
                        STRING "    DETAIL ROWS........: " Count-Edit
                            INTO Loadctl-Record
                        END-STRING
                        PERFORM Write-Loadctl-Line

                        MOVE Input-Tol-Average(Input-Idx) TO Count-Edit
                        MOVE SPACES TO Loadctl-Record
                        STRING "    VOLUME AVERAGE.....: " Count-Edit
                            INTO Loadctl-Record
                        END-STRING
                        PERFORM Write-Loadctl-Line
                    ELSE
                        MOVE Src-Read-Count(Input-Idx) TO Count-Edit
                        MOVE SPACES TO Loadctl-Record
                            INTO Loadctl-Record
                        END-STRING
                        PERFORM Write-Loadctl-Line

                        IF Src-Sched-Count(Input-Idx) > 0
                            MOVE Src-Sched-Count(Input-Idx) TO Count-Edit
                            MOVE SPACES TO Loadctl-Record
                            STRING "    ROWS SCHEDULED.....: " Count-Edit
                                INTO Loadctl-Record
                            END-STRING
                            PERFORM Write-Loadctl-Line
                        END-IF

                        IF Input-Tol-Average(Input-Idx) > 0
                            MOVE Input-Tol-Average(Input-Idx) TO Count-Edit
                            MOVE SPACES TO Loadctl-Record
                            STRING "    VOLUME AVERAGE.....: " Count-Edit
                                INTO Loadctl-Record
                            END-STRING
                            PERFORM Write-Loadctl-Line
                        END-IF

                        IF Input-Tol-Flag(Input-Idx) = "O"
                            MOVE SPACES TO Loadctl-Record
                            STRING "    *** VOLUME OUT OF TOLERANCE - OVERRIDDEN BY " Operator-ID
                                INTO Loadctl-Record
                            END-STRING
                            PERFORM Write-Loadctl-Line
                        END-IF
                    END-IF
                    END-IF
                    END-IF
                END-IF
            STRING "  ROWS REJECTED........: " Count-Edit
                INTO Loadctl-Record
            END-STRING
            PERFORM Write-Loadctl-Line

            IF Scheduled-Count > 0
                MOVE Scheduled-Count TO Count-Edit
                MOVE SPACES TO Loadctl-Record
                STRING "  ROWS SCHEDULED.......: " Count-Edit
                    INTO Loadctl-Record
                END-STRING
                PERFORM Write-Loadctl-Line
            END-IF

            IF NOT Input-In-Balance AND NOT Restart-Was-Abandoned
                MOVE "  *** INPUT FILE OUT OF BALANCE - LOAD ABORTED ***" TO Loadctl-Record
                PERFORM Write-Loadctl-Line
                IF NOT Header-Was-Seen
                    MOVE "  HEADER RECORD MISSING" TO Loadctl-Record
                    PERFORM Write-Loadctl-Line
                END-IF
                IF NOT Trailer-Was-Seen
                    MOVE "  TRAILER RECORD MISSING" TO Loadctl-Record
                    PERFORM Write-Loadctl-Line
                END-IF
                IF Trailer-Was-Seen
                    MOVE Trailer-Count TO Count-Edit
                    MOVE SPACES TO Loadctl-Record
                    STRING "  TRAILER ROW COUNT....: " Count-Edit
                        INTO Loadctl-Record
                    END-STRING
                    PERFORM Write-Loadctl-Line

                    MOVE Detail-Count TO Count-Edit
                    MOVE SPACES TO Loadctl-Record
                    STRING "  DETAIL ROWS COUNTED..: " Count-Edit
                        INTO Loadctl-Record
                    END-STRING
                    PERFORM Write-Loadctl-Line

                    MOVE Trailer-Hash TO Hash-Edit
                    MOVE SPACES TO Loadctl-Record
                    STRING "  TRAILER HASH TOTAL...: " Hash-Edit
                        INTO Loadctl-Record
                    END-STRING
                    PERFORM Write-Loadctl-Line

                    MOVE Detail-Hash TO Hash-Edit
                    MOVE SPACES TO Loadctl-Record
                    STRING "  DETAIL HASH TOTAL....: " Hash-Edit
                        INTO Loadctl-Record
                    END-STRING
                    PERFORM Write-Loadctl-Line
                END-IF
            END-IF
        END-IF

        CLOSE Loadctl-File
        IF File-Status NOT = "00"
            DISPLAY "WRITE-LOADCTL-REPORT: ERROR CLOSING " Loadctl-File-Name ", STATUS " File-Status
        END-IF
    ELSE
        DISPLAY "WRITE-LOADCTL-REPORT: UNABLE TO OPEN " Loadctl-File-Name ", STATUS " File-Status
    END-IF.
Write-Loadctl-Line.
    WRITE Loadctl-Record
    IF File-Status NOT = "00"
        DISPLAY "WRITE-LOADCTL-REPORT: WRITE ERROR ON " Loadctl-File-Name ", STATUS " File-Status
    END-IF.
Display-Output.
    DISPLAY Output-Screen
    OPEN INPUT Output-File
    IF File-Status = "00"
        INITIALIZE Output-Record Output-Row Output-Line
        MOVE 0 TO Page-Row-Count
        MOVE "N" TO Page-Break-Pending
        START Output-File KEY >= Output-ID-Key
        IF File-Status = "00"
            PERFORM FOREVER
                READ Output-File NEXT END
                    EXIT PERFORM
                NOT END
                    IF File-Status NOT = "00" AND File-Status NOT = "10"
                        DISPLAY "DISPLAY-OUTPUT: READ ERROR ON " Output-File-Name ", STATUS " File-Status
                        EXIT PERFORM
                    END-IF
                    PERFORM Show-Output-Record
                END-READ
            END-PERFORM
            ACCEPT OMITTED
        ELSE
            DISPLAY "DISPLAY-OUTPUT: START ERROR ON " Output-File-Name ", STATUS " File-Status
        END-IF
        CLOSE Output-File
        IF File-Status NOT = "00"
            DISPLAY "DISPLAY-OUTPUT: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
        END-IF
    ELSE
        DISPLAY "DISPLAY-OUTPUT: UNABLE TO OPEN " Output-File-Name ", STATUS " File-Status
    END-IF.
Show-Output-Record.
    IF Page-Break-Is-Pending
        ACCEPT OMITTED
        MOVE 0 TO Output-Row
        MOVE 0 TO Page-Row-Count
        MOVE "N" TO Page-Break-Pending
        DISPLAY Output-Screen
    END-IF
    ADD 1 TO Output-Row
    MOVE Output-ID TO Output-Screen-ID
    MOVE Output-String TO Output-Screen-String
    DISPLAY Output-Line
    MOVE Output-Row TO Output-Detail-Row
    ADD 1 TO Output-Detail-Row
    MOVE Output-Effective-Date TO Output-Screen-Effective-Date
    PERFORM Find-Status-Description
    MOVE Status-Desc-Display TO Output-Screen-Status-Desc
    DISPLAY Output-Detail-Line
    ADD 1 TO Output-Row
    ADD 2 TO Page-Row-Count
    IF Page-Row-Count >= Max-Page-Rows
        MOVE "Y" TO Page-Break-Pending
    END-IF.
Browse-Output.
    DISPLAY "ENTER STATUS CODE TO BROWSE: "
    MOVE SPACES TO Parse-Status
    ACCEPT Parse-Status
    MOVE FUNCTION UPPER-CASE(Parse-Status) TO Parse-Status
    IF Parse-Status = SPACES
        DISPLAY "BROWSE-OUTPUT: NO STATUS CODE ENTERED"
        EXIT PARAGRAPH
    END-IF
    PERFORM Load-Status-Codes
    DISPLAY Output-Screen
    OPEN INPUT Output-File
    IF File-Status = "00"
        INITIALIZE Output-Record Output-Row Output-Line
        MOVE 0 TO Page-Row-Count
        MOVE "N" TO Page-Break-Pending
        MOVE Parse-Status TO Output-Status-Code
        START Output-File KEY = Output-Status-Key
        IF File-Status = "00"
            PERFORM FOREVER
                READ Output-File NEXT END
                    EXIT PERFORM
                NOT END
                    IF File-Status NOT = "00" AND File-Status NOT = "02"
                        AND File-Status NOT = "10"
                        DISPLAY "BROWSE-OUTPUT: READ ERROR ON " Output-File-Name ", STATUS " File-Status
                        EXIT PERFORM
                    END-IF
                    IF Output-Status-Code NOT = Parse-Status
                        EXIT PERFORM
                    END-IF
                    PERFORM Show-Output-Record
                END-READ
            END-PERFORM
            ACCEPT OMITTED
        ELSE
            IF File-Status = "23"
                DISPLAY "BROWSE-OUTPUT: NO RECORDS FOR STATUS " Parse-Status
            ELSE
                DISPLAY "BROWSE-OUTPUT: START ERROR ON " Output-File-Name ", STATUS " File-Status
            END-IF
        END-IF
        CLOSE Output-File
        IF File-Status NOT = "00"
            DISPLAY "BROWSE-OUTPUT: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
        END-IF
    ELSE
        DISPLAY "BROWSE-OUTPUT: UNABLE TO OPEN " Output-File-Name ", STATUS " File-Status
    END-IF.
Print-Output.
    OPEN INPUT Output-File
    IF File-Status = "00"
        OPEN OUTPUT Print-File
        IF File-Status = "00"
            INITIALIZE Output-Record
            START Output-File KEY >= Output-ID-Key
            IF File-Status = "00"
                PERFORM FOREVER
                    READ Output-File NEXT END
                        EXIT PERFORM
                    NOT END
                        IF File-Status NOT = "00" AND File-Status NOT = "10"
                            DISPLAY "PRINT-OUTPUT: READ ERROR ON " Output-File-Name ", STATUS " File-Status
                            EXIT PERFORM
                        END-IF
                        MOVE Output-ID TO Print-ID
                        MOVE Output-String TO Print-String
                        MOVE Output-Effective-Date TO Print-Effective-Date
                        MOVE Output-Status-Code TO Print-Status-Code
                        WRITE Print-Record
                        IF File-Status NOT = "00"
                            DISPLAY "PRINT-OUTPUT: WRITE ERROR ON LoadedFile.prt, STATUS "
                                File-Status ", RECORD " Print-ID
                        END-IF
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY "PRINT-OUTPUT: START ERROR ON " Output-File-Name ", STATUS " File-Status
            END-IF
            CLOSE Print-File
            IF File-Status NOT = "00"
                DISPLAY "PRINT-OUTPUT: ERROR CLOSING LoadedFile.prt, STATUS " File-Status
            END-IF
        ELSE
            DISPLAY "PRINT-OUTPUT: UNABLE TO OPEN LoadedFile.prt, STATUS " File-Status
        END-IF
        CLOSE Output-File
        IF File-Status NOT = "00"
            DISPLAY "PRINT-OUTPUT: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
        END-IF
    ELSE
        DISPLAY "PRINT-OUTPUT: UNABLE TO OPEN " Output-File-Name ", STATUS " File-Status
    END-IF.
Lookup-Output.
    DISPLAY "ENTER OUTPUT ID TO LOOK UP: "
    ACCEPT Output-ID
    PERFORM Load-Status-Codes
    OPEN INPUT Output-File
    IF File-Status = "00"
        MOVE "N" TO Lookup-Miss
        READ Output-File KEY IS Output-ID-Key
            INVALID KEY
                MOVE "Y" TO Lookup-Miss
            NOT INVALID KEY
                MOVE 1 TO Output-Row
                MOVE 2 TO Output-Detail-Row
                MOVE Output-ID TO Output-Screen-ID
                MOVE Output-String TO Output-Screen-String
                DISPLAY Output-Line
                MOVE Output-Effective-Date TO Output-Screen-Effective-Date
                PERFORM Find-Status-Description
                MOVE Status-Desc-Display TO Output-Screen-Status-Desc
                DISPLAY Output-Detail-Line
        END-READ
        IF File-Status NOT = "00" AND File-Status NOT = "23"
            DISPLAY "LOOKUP-OUTPUT: READ ERROR ON " Output-File-Name ", STATUS "
                File-Status ", RECORD " Output-ID
        END-IF
        IF Lookup-Missed-Master
            PERFORM Lookup-Archive-Record
        END-IF
        ACCEPT OMITTED
        CLOSE Output-File
        IF File-Status NOT = "00"
            DISPLAY "LOOKUP-OUTPUT: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
        END-IF
    ELSE
        DISPLAY "LOOKUP-OUTPUT: UNABLE TO OPEN " Output-File-Name ", STATUS " File-Status
    END-IF.
Lookup-Archive-Record.
    MOVE "N" TO Archive-Hit
    OPEN INPUT Archive-File
    IF File-Status = "00"
        MOVE Output-ID TO Archive-ID
        READ Archive-File KEY IS Archive-ID-Key
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO Archive-Hit
                DISPLAY "ID " Archive-ID " ** ARCHIVED " Archive-File-Name " **"
                MOVE 1 TO Output-Row
                MOVE 2 TO Output-Detail-Row
                MOVE Archive-ID TO Output-Screen-ID
                MOVE Archive-String TO Output-Screen-String
                DISPLAY Output-Line
                MOVE Archive-Effective-Date TO Output-Screen-Effective-Date
                MOVE Archive-Status-Code TO Output-Status-Code
                PERFORM Find-Status-Description
                MOVE Status-Desc-Display TO Output-Screen-Status-Desc
                DISPLAY Output-Detail-Line
        END-READ
        CLOSE Archive-File
        IF File-Status NOT = "00"
            DISPLAY "LOOKUP-OUTPUT: ERROR CLOSING " Archive-File-Name ", STATUS " File-Status
        END-IF
    ELSE
        IF File-Status NOT = "35"
            DISPLAY "LOOKUP-OUTPUT: UNABLE TO OPEN " Archive-File-Name ", STATUS " File-Status
        END-IF
    END-IF
    IF NOT Archive-Was-Found
        DISPLAY "LOOKUP-OUTPUT: ID " Output-ID " NOT FOUND"
    END-IF.
Browse-Archive.
    DISPLAY "ENTER STATUS CODE TO BROWSE: "
    MOVE SPACES TO Parse-Status
    ACCEPT Parse-Status
    MOVE FUNCTION UPPER-CASE(Parse-Status) TO Parse-Status
    IF Parse-Status = SPACES
        DISPLAY "BROWSE-ARCHIVE: NO STATUS CODE ENTERED"
        EXIT PARAGRAPH
    END-IF
    PERFORM Load-Status-Codes
    DISPLAY Output-Screen
    OPEN INPUT Archive-File
    IF File-Status = "00"
        INITIALIZE Archive-Record Output-Row Output-Line
        MOVE 0 TO Page-Row-Count
        MOVE "N" TO Page-Break-Pending
        MOVE Parse-Status TO Archive-Status-Code
        START Archive-File KEY = Archive-Status-Key
        IF File-Status = "00"
            PERFORM FOREVER
                READ Archive-File NEXT END
                    EXIT PERFORM
                NOT END
                    IF File-Status NOT = "00" AND File-Status NOT = "02"
                        AND File-Status NOT = "10"
                        DISPLAY "BROWSE-ARCHIVE: READ ERROR ON " Archive-File-Name ", STATUS " File-Status
                        EXIT PERFORM
                    END-IF
                    IF Archive-Status-Code NOT = Parse-Status
                        EXIT PERFORM
                    END-IF
                    PERFORM Show-Archive-Record
                END-READ
            END-PERFORM
            ACCEPT OMITTED
        ELSE
            IF File-Status = "23"
                DISPLAY "BROWSE-ARCHIVE: NO ARCHIVED RECORDS FOR STATUS " Parse-Status
            ELSE
                DISPLAY "BROWSE-ARCHIVE: START ERROR ON " Archive-File-Name ", STATUS " File-Status
            END-IF
        END-IF
        CLOSE Archive-File
        IF File-Status NOT = "00"
            DISPLAY "BROWSE-ARCHIVE: ERROR CLOSING " Archive-File-Name ", STATUS " File-Status
        END-IF
    ELSE
        DISPLAY "BROWSE-ARCHIVE: UNABLE TO OPEN " Archive-File-Name ", STATUS " File-Status
    END-IF.
Show-Archive-Record.
    IF Page-Break-Is-Pending
        ACCEPT OMITTED
        MOVE 0 TO Output-Row
        MOVE 0 TO Page-Row-Count
        MOVE "N" TO Page-Break-Pending
        DISPLAY Output-Screen
    END-IF
    ADD 1 TO Output-Row
    MOVE Archive-ID TO Output-Screen-ID
    MOVE Archive-String TO Output-Screen-String
    DISPLAY Output-Line
    MOVE Output-Row TO Output-Detail-Row
    ADD 1 TO Output-Detail-Row
    MOVE Archive-Effective-Date TO Output-Screen-Effective-Date
    MOVE Archive-Status-Code TO Output-Status-Code
    PERFORM Find-Status-Description
    MOVE Status-Desc-Display TO Output-Screen-Status-Desc
    DISPLAY Output-Detail-Line
    ADD 1 TO Output-Row
    ADD 2 TO Page-Row-Count
    IF Page-Row-Count >= Max-Page-Rows
        MOVE "Y" TO Page-Break-Pending
    END-IF.
Restore-Output.
    MOVE 0 TO Restore-Count
    MOVE 0 TO Restore-Skip-Count
    OPEN I-O Archive-File
    IF File-Status NOT = "00"
        DISPLAY "RESTORE-OUTPUT: UNABLE TO OPEN " Archive-File-Name ", STATUS " File-Status
        EXIT PARAGRAPH
    END-IF
    OPEN I-O Output-File
    IF File-Status NOT = "00"
        DISPLAY "RESTORE-OUTPUT: UNABLE TO OPEN " Output-File-Name ", STATUS " File-Status
        CLOSE Archive-File
        EXIT PARAGRAPH
    END-IF
    PERFORM Open-Audit-Trail
    IF NOT Audit-File-Open-OK
        DISPLAY "RESTORE-OUTPUT: AUDIT TRAIL UNAVAILABLE, RESTORE ABANDONED"
        MOVE "Y" TO Run-Abort
        CLOSE Output-File
        CLOSE Archive-File
        EXIT PARAGRAPH
    END-IF
    PERFORM Open-History-File
    DISPLAY "ENTER OUTPUT ID TO RESTORE (BLANK FOR DATE RANGE): "
    MOVE SPACES TO Maint-ID-X
    ACCEPT Maint-ID-X
    IF Maint-ID-X = SPACES
        PERFORM Restore-By-Date-Range
    ELSE
        MOVE "N" TO Restore-Done
        PERFORM Restore-By-ID UNTIL Restore-Is-Done
    END-IF
    PERFORM Close-History-File
    PERFORM Close-Audit-Trail
    CLOSE Output-File
    IF File-Status NOT = "00"
        DISPLAY "RESTORE-OUTPUT: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
    END-IF
    CLOSE Archive-File
    IF File-Status NOT = "00"
        DISPLAY "RESTORE-OUTPUT: ERROR CLOSING " Archive-File-Name ", STATUS " File-Status
    END-IF
    MOVE Restore-Count TO Count-Edit
    DISPLAY "RESTORE-OUTPUT: RECORDS RESTORED " Count-Edit
    MOVE Restore-Skip-Count TO Count-Edit
    DISPLAY "RESTORE-OUTPUT: RECORDS SKIPPED  " Count-Edit.
Restore-By-ID.
    MOVE Maint-ID-X TO Parse-ID
    PERFORM Validate-Output-ID
    IF NOT ID-Is-Valid
        DISPLAY "RESTORE-OUTPUT: INVALID ID " Maint-ID-X
        ADD 1 TO Restore-Skip-Count
    ELSE
        MOVE Parse-ID TO Archive-ID
        READ Archive-File KEY IS Archive-ID-Key
            INVALID KEY
                DISPLAY "RESTORE-OUTPUT: ID " Archive-ID " NOT ON ARCHIVE"
                ADD 1 TO Restore-Skip-Count
            NOT INVALID KEY
                PERFORM Restore-One-Record
        END-READ
    END-IF
    DISPLAY "ENTER NEXT OUTPUT ID TO RESTORE (BLANK TO FINISH): "
    MOVE SPACES TO Maint-ID-X
    ACCEPT Maint-ID-X
    IF Maint-ID-X = SPACES OR Maint-ID-X = "0"
        MOVE "Y" TO Restore-Done
    END-IF.
Restore-By-Date-Range.
    DISPLAY "ENTER START EFFECTIVE DATE (CCYYMMDD): "
    MOVE SPACES TO Restore-Start-Date
    ACCEPT Restore-Start-Date
    MOVE Restore-Start-Date TO Parse-Date
    PERFORM Validate-Effective-Date
    IF NOT Date-Is-Valid
        DISPLAY "RESTORE-OUTPUT: INVALID START DATE " Restore-Start-Date ", RESTORE ABANDONED"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "ENTER END EFFECTIVE DATE (CCYYMMDD): "
    MOVE SPACES TO Restore-End-Date
    ACCEPT Restore-End-Date
    MOVE Restore-End-Date TO Parse-Date
    PERFORM Validate-Effective-Date
    IF NOT Date-Is-Valid
        DISPLAY "RESTORE-OUTPUT: INVALID END DATE " Restore-End-Date ", RESTORE ABANDONED"
        EXIT PARAGRAPH
    END-IF
    IF Restore-End-Date < Restore-Start-Date
        DISPLAY "RESTORE-OUTPUT: END DATE BEFORE START DATE, RESTORE ABANDONED"
        EXIT PARAGRAPH
    END-IF
    INITIALIZE Archive-Record
    START Archive-File KEY >= Archive-ID-Key
    IF File-Status NOT = "00"
        DISPLAY "RESTORE-OUTPUT: NO ARCHIVED RECORDS TO RESTORE"
        EXIT PARAGRAPH
    END-IF
    PERFORM FOREVER
        READ Archive-File NEXT END
            EXIT PERFORM
        NOT END
            IF File-Status NOT = "00" AND File-Status NOT = "02"
                AND File-Status NOT = "10"
                DISPLAY "RESTORE-OUTPUT: READ ERROR ON " Archive-File-Name ", STATUS " File-Status
                EXIT PERFORM
            END-IF
            IF Archive-Effective-Date >= Restore-Start-Date
                AND Archive-Effective-Date <= Restore-End-Date
                PERFORM Restore-One-Record
            END-IF
        END-READ
    END-PERFORM.
Restore-One-Record.
    MOVE SPACES TO Row-Reject-Reason
    MOVE Archive-Effective-Date TO Period-Check-Date
    MOVE SPACES TO Period-Check-Date-2
    PERFORM Check-Period-Lock
    IF Row-Reject-Reason NOT = SPACES
        DISPLAY "RESTORE-OUTPUT: ID " Archive-ID " EFFECTIVE " Archive-Effective-Date
            " IN A CLOSED PERIOD, NOT RESTORED"
        ADD 1 TO Restore-Skip-Count
        EXIT PARAGRAPH
    END-IF
    MOVE Archive-Record TO Output-Record
    WRITE Output-Record
        INVALID KEY
            DISPLAY "RESTORE-OUTPUT: ID " Output-ID
                " ALREADY ON MASTER, NOT RESTORED"
            ADD 1 TO Restore-Skip-Count
        NOT INVALID KEY
            DELETE Archive-File
                INVALID KEY
                    DISPLAY "RESTORE-OUTPUT: UNABLE TO REMOVE ID " Archive-ID
                        " FROM " Archive-File-Name ", STATUS " File-Status
            END-DELETE
            MOVE SPACES TO Before-Image
            MOVE Output-Record TO After-Image
            MOVE "RESTOR" TO Maint-Act-Name
            PERFORM Write-History-Record
            PERFORM Write-Audit-Record
            ADD 1 TO Restore-Count
    END-WRITE.
Lookup-Asof.
    DISPLAY "ENTER OUTPUT ID TO LOOK UP: "
    MOVE SPACES TO Maint-ID-X
    ACCEPT Maint-ID-X
    MOVE Maint-ID-X TO Parse-ID
    PERFORM Validate-Output-ID
    IF NOT ID-Is-Valid
        DISPLAY "LOOKUP-ASOF: INVALID ID " Maint-ID-X
        EXIT PARAGRAPH
    END-IF
    DISPLAY "ENTER AS-OF DATE (CCYYMMDD): "
    MOVE SPACES TO Asof-Date
    ACCEPT Asof-Date
    MOVE Asof-Date TO Parse-Date
    PERFORM Validate-Effective-Date
    IF NOT Date-Is-Valid
        DISPLAY "LOOKUP-ASOF: INVALID AS-OF DATE " Asof-Date
        EXIT PARAGRAPH
    END-IF
    MOVE Parse-ID TO Asof-ID
    MOVE "N" TO Asof-Found
    PERFORM Load-Status-Codes
    OPEN INPUT History-File
    IF File-Status = "00"
        MOVE Asof-ID TO History-ID
        MOVE LOW-VALUES TO History-Stamp
        MOVE 0 TO History-Seq
        START History-File KEY >= History-Hist-Key
        IF File-Status = "00"
            PERFORM FOREVER
                READ History-File NEXT END
                    EXIT PERFORM
                NOT END
                    IF File-Status NOT = "00" AND File-Status NOT = "02"
                        AND File-Status NOT = "10"
                        DISPLAY "LOOKUP-ASOF: READ ERROR ON " History-File-Name ", STATUS " File-Status
                        EXIT PERFORM
                    END-IF
                    IF History-ID NOT = Asof-ID
                        EXIT PERFORM
                    END-IF
                    IF History-Stamp(1:8) > Asof-Date
                        AND History-Action NOT = "BASE"
                        MOVE "Y" TO Asof-Found
                        EXIT PERFORM
                    END-IF
                END-READ
            END-PERFORM
        END-IF
        CLOSE History-File
        IF File-Status NOT = "00"
            DISPLAY "LOOKUP-ASOF: ERROR CLOSING " History-File-Name ", STATUS " File-Status
        END-IF
    ELSE
        DISPLAY "LOOKUP-ASOF: UNABLE TO OPEN " History-File-Name ", STATUS "
            File-Status ", CURRENT RECORD WILL BE SHOWN"
    END-IF
    IF Asof-Was-Found AND History-Effective-Date = SPACES
        AND History-Status-Code = SPACES
        DISPLAY "LOOKUP-ASOF: ID " Asof-ID " NOT ON FILE AS OF " Asof-Date
            " (ADDED BY " History-Action " AT " History-Stamp(1:14) ")"
        ACCEPT OMITTED
        EXIT PARAGRAPH
    END-IF
    IF Asof-Was-Found
        DISPLAY "ID " Asof-ID " AS OF " Asof-Date
            " (BEFORE " History-Action " AT " History-Stamp(1:14) "):"
        MOVE 1 TO Output-Row
        MOVE 2 TO Output-Detail-Row
        MOVE History-ID TO Output-Screen-ID
        MOVE History-String TO Output-Screen-String
        DISPLAY Output-Line
        MOVE History-Effective-Date TO Output-Screen-Effective-Date
        MOVE History-Status-Code TO Output-Status-Code
        PERFORM Find-Status-Description
        MOVE Status-Desc-Display TO Output-Screen-Status-Desc
        DISPLAY Output-Detail-Line
        ACCEPT OMITTED
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT Output-File
    IF File-Status = "00"
        MOVE Asof-ID TO Output-ID
        READ Output-File KEY IS Output-ID-Key
            INVALID KEY
                DISPLAY "LOOKUP-ASOF: ID " Asof-ID " NOT ON FILE AS OF " Asof-Date
            NOT INVALID KEY
                DISPLAY "ID " Asof-ID " AS OF " Asof-Date " (UNCHANGED SINCE):"
                MOVE 1 TO Output-Row
                MOVE 2 TO Output-Detail-Row
                MOVE Output-ID TO Output-Screen-ID
                MOVE Output-String TO Output-Screen-String
                DISPLAY Output-Line
                MOVE Output-Effective-Date TO Output-Screen-Effective-Date
                PERFORM Find-Status-Description
                MOVE Status-Desc-Display TO Output-Screen-Status-Desc
                DISPLAY Output-Detail-Line
        END-READ
        IF File-Status NOT = "00" AND File-Status NOT = "23"
            DISPLAY "LOOKUP-ASOF: READ ERROR ON " Output-File-Name ", STATUS "
                File-Status ", RECORD " Asof-ID
        END-IF
        ACCEPT OMITTED
        CLOSE Output-File
        IF File-Status NOT = "00"
            DISPLAY "LOOKUP-ASOF: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
        END-IF
    ELSE
        DISPLAY "LOOKUP-ASOF: UNABLE TO OPEN " Output-File-Name ", STATUS " File-Status
    END-IF.
Run-Job-Stream.
    MOVE 0 TO Stream-Run-Count
    MOVE 0 TO Stream-Skip-Count
    MOVE 0 TO Stream-Warn-Count
    MOVE 0 TO Stream-Stop-Edit
    MOVE "N" TO Stream-Stopped
    MOVE FUNCTION UPPER-CASE(Stream-Restart) TO Stream-Restart
    MOVE Input-List TO Stream-Input-List
    PERFORM Load-Job-Stream
    IF NOT Stream-Def-Is-OK
        DISPLAY "RUN-JOB-STREAM: " Stream-File-Name " NOT USABLE, STREAM ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO Stream-Start-Step
    IF Stream-Restart-Requested
        PERFORM Read-Stream-Checkpoint
        IF Stream-Start-Step = 0
            DISPLAY "RUN-JOB-STREAM: NO USABLE STREAM CHECKPOINT, RESTART ABANDONED"
            MOVE "Y" TO Run-Abort
            EXIT PARAGRAPH
        END-IF
        MOVE Stream-Start-Step TO Stream-Step-Edit
        DISPLAY "RUN-JOB-STREAM: RESTARTING AT STEP " Stream-Step-Edit
    END-IF
    MOVE SPACES TO Joblog-File-Name
    STRING "JOBLOG.rpt" DELIMITED BY SIZE "." Run-Date-Time(1:14)
        INTO Joblog-File-Name
    END-STRING
    OPEN OUTPUT Joblog-File
    IF File-Status NOT = "00"
        DISPLAY "RUN-JOB-STREAM: UNABLE TO OPEN " Joblog-File-Name ", STATUS "
            File-Status ", STREAM ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Joblog-Record
    STRING "FILE-LOADER JOB STREAM LOG - " Run-Date-Time
        INTO Joblog-Record
    END-STRING
    PERFORM Write-Joblog-Line
    MOVE SPACES TO Joblog-Record
    STRING "  JOB STREAM...........: " Stream-File-Name
        INTO Joblog-Record
    END-STRING
    PERFORM Write-Joblog-Line
    IF Stream-Restart-Requested
        MOVE SPACES TO Joblog-Record
        STRING "  RESTARTED AT STEP....: " Stream-Step-Edit
            INTO Joblog-Record
        END-STRING
        PERFORM Write-Joblog-Line
    END-IF
    MOVE SPACES TO Joblog-Record
    PERFORM Write-Joblog-Line
    MOVE "  STP STEP NAME        MODE     STARTED        ENDED             RC RESULT" TO Joblog-Record
    PERFORM Write-Joblog-Line
    PERFORM VARYING Stream-Step-Idx FROM 1 BY 1
        UNTIL Stream-Step-Idx > Stream-Step-Count OR Stream-Was-Stopped
        PERFORM Run-Stream-Step
    END-PERFORM
    MOVE SPACES TO Joblog-Record
    PERFORM Write-Joblog-Line
    MOVE Stream-Step-Count TO Count-Edit
    MOVE SPACES TO Joblog-Record
    STRING "  STEPS DEFINED........: " Count-Edit
        INTO Joblog-Record
    END-STRING
    PERFORM Write-Joblog-Line
    MOVE Stream-Run-Count TO Count-Edit
    MOVE SPACES TO Joblog-Record
    STRING "  STEPS RUN............: " Count-Edit
        INTO Joblog-Record
    END-STRING
    PERFORM Write-Joblog-Line
    MOVE Stream-Skip-Count TO Count-Edit
    MOVE SPACES TO Joblog-Record
    STRING "  STEPS SKIPPED........: " Count-Edit
        INTO Joblog-Record
    END-STRING
    PERFORM Write-Joblog-Line
    MOVE Stream-Warn-Count TO Count-Edit
    MOVE SPACES TO Joblog-Record
    STRING "  STEPS ENDED RC 8.....: " Count-Edit
        INTO Joblog-Record
    END-STRING
    PERFORM Write-Joblog-Line
    MOVE SPACES TO Joblog-Record
    IF Stream-Was-Stopped
        STRING "  STREAM RESULT........: STOPPED AT STEP " Stream-Stop-Edit
            INTO Joblog-Record
        END-STRING
    ELSE
        MOVE "  STREAM RESULT........: COMPLETED" TO Joblog-Record
    END-IF
    PERFORM Write-Joblog-Line
    CLOSE Joblog-File
    IF File-Status NOT = "00"
        DISPLAY "RUN-JOB-STREAM: ERROR CLOSING " Joblog-File-Name ", STATUS " File-Status
    END-IF
    SET ENVIRONMENT "FILE_LOADER_MODE" TO Run-Mode
    IF Stream-Was-Stopped
        MOVE "Y" TO Run-Abort
        DISPLAY "RUN-JOB-STREAM: STREAM STOPPED AT STEP " Stream-Stop-Edit
            ", SET FILE_LOADER_STREAM_RESTART=Y TO RESTART"
    ELSE
        CALL "CBL_DELETE_FILE" USING Streamck-Name
        DISPLAY "RUN-JOB-STREAM: STREAM COMPLETED, LOG IS " Joblog-File-Name
    END-IF.
Load-Job-Stream.
    MOVE "N" TO Stream-Def
    MOVE 0 TO Stream-Step-Count
    MOVE 0 TO Stream-Env-Count
    OPEN INPUT Stream-File
    IF File-Status NOT = "00"
        DISPLAY "LOAD-JOB-STREAM: UNABLE TO OPEN " Stream-File-Name ", STATUS " File-Status
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO Stream-Def
    PERFORM FOREVER
        READ Stream-File NEXT END
            EXIT PERFORM
        NOT END
            IF File-Status NOT = "00" AND File-Status NOT = "10"
                DISPLAY "LOAD-JOB-STREAM: READ ERROR ON " Stream-File-Name ", STATUS " File-Status
                MOVE "N" TO Stream-Def
                EXIT PERFORM
            END-IF
            IF Stream-Row NOT = SPACES AND Stream-Row(1:1) NOT = "*"
                PERFORM Parse-Stream-Row
            END-IF
        END-READ
    END-PERFORM
    CLOSE Stream-File
    IF File-Status NOT = "00"
        DISPLAY "LOAD-JOB-STREAM: ERROR CLOSING " Stream-File-Name ", STATUS " File-Status
    END-IF
    IF Stream-Step-Count = 0
        DISPLAY "LOAD-JOB-STREAM: NO STEPS DEFINED IN " Stream-File-Name
        MOVE "N" TO Stream-Def
    END-IF.
Parse-Stream-Row.
    MOVE SPACES TO Stream-Kind
    MOVE SPACES TO Stream-Parse-Name
    MOVE SPACES TO Stream-Parse-Mode
    MOVE SPACES TO Stream-Parse-Flag
    MOVE SPACES TO Stream-Parse-Var
    MOVE 1 TO Stream-Pointer
    UNSTRING Stream-Row DELIMITED BY "," INTO
        Stream-Kind
        WITH POINTER Stream-Pointer
    END-UNSTRING
    EVALUATE FUNCTION UPPER-CASE(Stream-Kind)
        WHEN "STEP"
            UNSTRING Stream-Row DELIMITED BY "," INTO
                Stream-Parse-Name
                Stream-Parse-Mode
                Stream-Parse-Flag
                WITH POINTER Stream-Pointer
            END-UNSTRING
            IF Stream-Step-Count >= 50
                DISPLAY "LOAD-JOB-STREAM: MORE THAN 50 STEPS DEFINED"
                MOVE "N" TO Stream-Def
                EXIT PARAGRAPH
            END-IF
            IF Stream-Parse-Mode = SPACES
                DISPLAY "LOAD-JOB-STREAM: NO MODE GIVEN FOR STEP " Stream-Parse-Name
                MOVE "N" TO Stream-Def
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO Stream-Step-Count
            MOVE Stream-Parse-Name TO Stream-Step-Name(Stream-Step-Count)
            MOVE FUNCTION UPPER-CASE(Stream-Parse-Mode)
                TO Stream-Step-Mode(Stream-Step-Count)
            IF FUNCTION UPPER-CASE(Stream-Parse-Flag) = "Y"
                MOVE "Y" TO Stream-Step-Cont(Stream-Step-Count)
            ELSE
                MOVE "N" TO Stream-Step-Cont(Stream-Step-Count)
            END-IF
        WHEN "ENV"
            IF Stream-Step-Count = 0
                DISPLAY "LOAD-JOB-STREAM: ENV ROW BEFORE FIRST STEP: " Stream-Row(1:60)
                MOVE "N" TO Stream-Def
                EXIT PARAGRAPH
            END-IF
            IF Stream-Env-Count >= 200
                DISPLAY "LOAD-JOB-STREAM: MORE THAN 200 ENV ROWS DEFINED"
                MOVE "N" TO Stream-Def
                EXIT PARAGRAPH
            END-IF
            UNSTRING Stream-Row DELIMITED BY "," INTO
                Stream-Parse-Var
                WITH POINTER Stream-Pointer
            END-UNSTRING
            IF Stream-Parse-Var = SPACES
                DISPLAY "LOAD-JOB-STREAM: NO VARIABLE NAMED ON ENV ROW: " Stream-Row(1:60)
                MOVE "N" TO Stream-Def
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO Stream-Env-Count
            MOVE Stream-Step-Count TO Stream-Env-Step(Stream-Env-Count)
            MOVE Stream-Parse-Var TO Stream-Env-Var(Stream-Env-Count)
            MOVE SPACES TO Stream-Env-Value(Stream-Env-Count)
            IF Stream-Pointer <= 300
                MOVE Stream-Row(Stream-Pointer:) TO Stream-Env-Value(Stream-Env-Count)
            END-IF
        WHEN OTHER
            DISPLAY "LOAD-JOB-STREAM: UNRECOGNIZED ROW: " Stream-Row(1:60)
            MOVE "N" TO Stream-Def
    END-EVALUATE.
Run-Stream-Step.
    MOVE "N" TO Stream-Step-Skip
    MOVE SPACES TO Stream-Step-Start
    MOVE SPACES TO Stream-Step-End
    MOVE SPACES TO Stream-RC-Text
    MOVE Stream-Step-Idx TO Stream-Step-Edit
    IF Stream-Step-Idx < Stream-Start-Step
        MOVE "Y" TO Stream-Step-Skip
        MOVE "SKIPPED, RAN BEFORE RESTART" TO Stream-Step-Result
    ELSE
    IF Stream-Restart-Requested
        AND (Stream-Step-Mode(Stream-Step-Idx) = "BATCH"
             OR Stream-Step-Mode(Stream-Step-Idx) = "SORTLOAD"
             OR Stream-Step-Mode(Stream-Step-Idx) = "RESTART")
        PERFORM Check-Stream-Load-Done
        IF Stream-Load-Was-Done
            MOVE "Y" TO Stream-Step-Skip
            MOVE "SKIPPED, ALREADY LOADED" TO Stream-Step-Result
        END-IF
    END-IF
    END-IF
    IF Stream-Step-Is-Skipped
        ADD 1 TO Stream-Skip-Count
        DISPLAY "RUN-JOB-STREAM: STEP " Stream-Step-Edit " " Stream-Step-Name(Stream-Step-Idx)
            " " Stream-Step-Result
        PERFORM Write-Joblog-Step
        EXIT PARAGRAPH
    END-IF
    PERFORM Write-Stream-Checkpoint
    PERFORM VARYING Stream-Env-Idx FROM 1 BY 1 UNTIL Stream-Env-Idx > Stream-Env-Count
        IF Stream-Env-Step(Stream-Env-Idx) = Stream-Step-Idx
            MOVE SPACES TO Stream-Env-Saved(Stream-Env-Idx)
            ACCEPT Stream-Env-Saved(Stream-Env-Idx)
                FROM ENVIRONMENT Stream-Env-Var(Stream-Env-Idx)
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            SET ENVIRONMENT Stream-Env-Var(Stream-Env-Idx)
                TO Stream-Env-Value(Stream-Env-Idx)
        END-IF
    END-PERFORM
    SET ENVIRONMENT "FILE_LOADER_MODE" TO Stream-Step-Mode(Stream-Step-Idx)
    MOVE SPACES TO Stream-Command
    MOVE Stream-Program TO Stream-Command
    MOVE FUNCTION CURRENT-DATE TO Stream-Step-Start
    DISPLAY "RUN-JOB-STREAM: STEP " Stream-Step-Edit " " Stream-Step-Name(Stream-Step-Idx)
        " MODE " Stream-Step-Mode(Stream-Step-Idx) " STARTED"
    CALL "SYSTEM" USING Stream-Command
    MOVE RETURN-CODE TO Stream-Step-RC
    IF Stream-Step-RC > 255
        DIVIDE 256 INTO Stream-Step-RC
    END-IF
    MOVE FUNCTION CURRENT-DATE TO Stream-Step-End
    PERFORM VARYING Stream-Env-Idx FROM Stream-Env-Count BY -1 UNTIL Stream-Env-Idx < 1
        IF Stream-Env-Step(Stream-Env-Idx) = Stream-Step-Idx
            SET ENVIRONMENT Stream-Env-Var(Stream-Env-Idx)
                TO Stream-Env-Saved(Stream-Env-Idx)
        END-IF
    END-PERFORM
    ADD 1 TO Stream-Run-Count
    EVALUATE TRUE
        WHEN Stream-Step-RC = 0
            MOVE "COMPLETED" TO Stream-Step-Result
        WHEN Stream-Step-RC = 8 AND Stream-Step-Cont(Stream-Step-Idx) = "Y"
            ADD 1 TO Stream-Warn-Count
            MOVE "ENDED RC 8, STREAM CONTINUED" TO Stream-Step-Result
        WHEN OTHER
            MOVE "FAILED, STREAM STOPPED" TO Stream-Step-Result
            MOVE "Y" TO Stream-Stopped
            MOVE Stream-Step-Idx TO Stream-Stop-Edit
    END-EVALUATE
    MOVE Stream-Step-RC TO Stream-RC-Edit
    MOVE Stream-RC-Edit TO Stream-RC-Text
    DISPLAY "RUN-JOB-STREAM: STEP " Stream-Step-Edit " " Stream-Step-Name(Stream-Step-Idx)
        " ENDED RC " Stream-RC-Edit ", " Stream-Step-Result
    PERFORM Write-Joblog-Step.
Check-Stream-Load-Done.
    MOVE "N" TO Stream-Load-Done
    MOVE Stream-Input-List TO Input-List
    PERFORM VARYING Stream-Env-Idx FROM 1 BY 1 UNTIL Stream-Env-Idx > Stream-Env-Count
        IF Stream-Env-Step(Stream-Env-Idx) = Stream-Step-Idx
            AND Stream-Env-Var(Stream-Env-Idx) = "FILE_LOADER_INPUT"
            MOVE Stream-Env-Value(Stream-Env-Idx) TO Input-List
        END-IF
    END-PERFORM
    PERFORM Split-Input-List
    MOVE "Y" TO Stream-Load-Done
    PERFORM VARYING Input-Idx FROM 1 BY 1
        UNTIL Input-Idx > Input-File-Count OR NOT Stream-Load-Was-Done
        MOVE Input-Name(Input-Idx) TO Input-File-Name
        PERFORM Balance-Input-File
        MOVE Header-Source TO Calendar-Check-Source
        MOVE Header-Bus-Date TO Calendar-Check-Date
        PERFORM Check-Run-Calendar
        IF NOT Calendar-Has-Dup
            MOVE "N" TO Stream-Load-Done
        END-IF
    END-PERFORM.
Write-Stream-Checkpoint.
    OPEN OUTPUT Streamck-File
    IF File-Status = "00"
        MOVE SPACES TO Streamck-Record
        STRING Stream-File-Name DELIMITED BY SPACE
            "," Stream-Step-Edit "," Stream-Step-Name(Stream-Step-Idx) DELIMITED BY SIZE
            INTO Streamck-Record
        END-STRING
        WRITE Streamck-Record
        IF File-Status NOT = "00"
            DISPLAY "WRITE-STREAM-CHECKPOINT: WRITE ERROR ON StreamCheckpoint.txt, STATUS " File-Status
        END-IF
        CLOSE Streamck-File
        IF File-Status NOT = "00"
            DISPLAY "WRITE-STREAM-CHECKPOINT: ERROR CLOSING StreamCheckpoint.txt, STATUS " File-Status
        END-IF
    ELSE
        DISPLAY "WRITE-STREAM-CHECKPOINT: UNABLE TO OPEN StreamCheckpoint.txt, STATUS " File-Status
    END-IF.
Read-Stream-Checkpoint.
    MOVE 0 TO Stream-Start-Step
    OPEN INPUT Streamck-File
    IF File-Status = "00"
        READ Streamck-File NEXT END
            CONTINUE
        NOT END
            MOVE SPACES TO Streamck-Parse-Name
            MOVE SPACES TO Streamck-Parse-Step
            UNSTRING Streamck-Record DELIMITED BY "," INTO
                Streamck-Parse-Name
                Streamck-Parse-Step
            END-UNSTRING
            IF Streamck-Parse-Name NOT = Stream-File-Name
                DISPLAY "READ-STREAM-CHECKPOINT: CHECKPOINT IS FOR " Streamck-Parse-Name
            ELSE
            IF Streamck-Parse-Step(1:3) NUMERIC
                MOVE Streamck-Parse-Step(1:3) TO Stream-Step-Edit
                IF Stream-Step-Edit >= 1 AND Stream-Step-Edit <= Stream-Step-Count
                    MOVE Stream-Step-Edit TO Stream-Start-Step
                END-IF
            END-IF
            END-IF
        END-READ
        CLOSE Streamck-File
        IF File-Status NOT = "00"
            DISPLAY "READ-STREAM-CHECKPOINT: ERROR CLOSING StreamCheckpoint.txt, STATUS " File-Status
        END-IF
    ELSE
        DISPLAY "READ-STREAM-CHECKPOINT: UNABLE TO OPEN StreamCheckpoint.txt, STATUS " File-Status
    END-IF.
Write-Joblog-Step.
    MOVE SPACES TO Joblog-Record
    STRING "  " Stream-Step-Edit " " Stream-Step-Name(Stream-Step-Idx)
        " " Stream-Step-Mode(Stream-Step-Idx) " " Stream-Step-Start(1:14)
        " " Stream-Step-End(1:14) " " Stream-RC-Text " " Stream-Step-Result
        INTO Joblog-Record
    END-STRING
    PERFORM Write-Joblog-Line.
Write-Joblog-Line.
    WRITE Joblog-Record
    IF File-Status NOT = "00"
        DISPLAY "RUN-JOB-STREAM: WRITE ERROR ON " Joblog-File-Name ", STATUS " File-Status
    END-IF.
Verify-Files.
    MOVE 0 TO Verify-Master-Count
    MOVE 0 TO Verify-Xref-Count
    MOVE 0 TO Verify-Suspense-Count
    MOVE 0 TO Verify-No-Xref-Count
    MOVE 0 TO Verify-Orphan-Count
    MOVE 0 TO Verify-Diff-Count
    MOVE 0 TO Verify-No-Hist-Count
    MOVE 0 TO Verify-Legacy-Count
    MOVE 0 TO Verify-Archived-Count
    MOVE 0 TO Verify-Susp-Dup-Count
    MOVE 0 TO Verify-Exception-Count
    OPEN INPUT Output-File
    IF File-Status NOT = "00"
        DISPLAY "VERIFY-FILES: UNABLE TO OPEN " Output-File-Name ", STATUS "
            File-Status ", VERIFY ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Verify-File-Name
    STRING "VERIFY.rpt" DELIMITED BY SIZE "." Run-Date-Time(1:14)
        INTO Verify-File-Name
    END-STRING
    OPEN OUTPUT Verify-File
    IF File-Status NOT = "00"
        DISPLAY "VERIFY-FILES: UNABLE TO OPEN " Verify-File-Name ", STATUS "
            File-Status ", VERIFY ABANDONED"
        MOVE "Y" TO Run-Abort
        CLOSE Output-File
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Verify-Record
    STRING "FILE-LOADER FILE INTEGRITY REPORT - " Run-Date-Time
        INTO Verify-Record
    END-STRING
    PERFORM Write-Verify-Line
    MOVE SPACES TO Verify-Record
    STRING "  MASTER FILE..........: " Output-File-Name
        INTO Verify-Record
    END-STRING
    PERFORM Write-Verify-Line
    MOVE "N" TO Verify-Xref-Avail
    OPEN INPUT Xref-File
    IF File-Status = "00"
        MOVE "Y" TO Verify-Xref-Avail
    END-IF
    MOVE Xref-File-Name TO Verify-Open-Name
    MOVE "XREF FILE............" TO Verify-Reason
    PERFORM Write-Verify-File-Line
    MOVE "N" TO Verify-History-Avail
    OPEN INPUT History-File
    IF File-Status = "00"
        MOVE "Y" TO Verify-History-Avail
    END-IF
    MOVE History-File-Name TO Verify-Open-Name
    MOVE "HISTORY FILE........." TO Verify-Reason
    PERFORM Write-Verify-File-Line
    MOVE "N" TO Verify-Archive-Avail
    OPEN INPUT Archive-File
    IF File-Status = "00"
        MOVE "Y" TO Verify-Archive-Avail
    END-IF
    MOVE Archive-File-Name TO Verify-Open-Name
    MOVE "ARCHIVE FILE........." TO Verify-Reason
    PERFORM Write-Verify-File-Line
    MOVE "N" TO Verify-Suspense-Avail
    OPEN INPUT Suspense-File
    IF File-Status = "00"
        MOVE "Y" TO Verify-Suspense-Avail
    END-IF
    MOVE Suspense-File-Name TO Verify-Open-Name
    MOVE "SUSPENSE MASTER......" TO Verify-Reason
    PERFORM Write-Verify-File-Line
    MOVE SPACES TO Verify-Record
    PERFORM Write-Verify-Line
    MOVE "  EXCEPTIONS" TO Verify-Record
    PERFORM Write-Verify-Line
    MOVE "VERIFY-FILES" TO Walk-Context
    MOVE "N" TO Current-EOF
    INITIALIZE Output-Record
    START Output-File KEY >= Output-ID-Key
    IF File-Status NOT = "00"
        MOVE "Y" TO Current-EOF
    END-IF
    PERFORM UNTIL Current-At-End
        PERFORM Read-Next-Current
        IF NOT Current-At-End
            ADD 1 TO Verify-Master-Count
            PERFORM Verify-Master-Record
        END-IF
    END-PERFORM
    IF Verify-Xref-Open
        INITIALIZE Xref-Record
        START Xref-File KEY >= Xref-ID-Key
        IF File-Status = "00"
            PERFORM FOREVER
                READ Xref-File NEXT END
                    EXIT PERFORM
                NOT END
                    IF File-Status NOT = "00" AND File-Status NOT = "02"
                        AND File-Status NOT = "10"
                        DISPLAY "VERIFY-FILES: READ ERROR ON " Xref-File-Name
                            ", STATUS " File-Status
                        EXIT PERFORM
                    END-IF
                    ADD 1 TO Verify-Xref-Count
                    MOVE Xref-ID TO Output-ID
                    READ Output-File KEY IS Output-ID-Key
                        INVALID KEY
                            MOVE Xref-ID TO Verify-ID
                            MOVE "XREF WITHOUT MASTER" TO Verify-Reason
                            MOVE SPACES TO Verify-Detail
                            STRING "SOURCE " Xref-Source " BUSINESS DATE " Xref-Bus-Date
                                INTO Verify-Detail
                            END-STRING
                            ADD 1 TO Verify-Orphan-Count
                            PERFORM Write-Verify-Exception
                    END-READ
                END-READ
            END-PERFORM
        END-IF
    END-IF
    IF Verify-Suspense-Open
        INITIALIZE Suspense-Record
        START Suspense-File KEY >= Suspense-ID-Key
        IF File-Status = "00"
            PERFORM FOREVER
                READ Suspense-File NEXT END
                    EXIT PERFORM
                NOT END
                    IF File-Status NOT = "00" AND File-Status NOT = "02"
                        AND File-Status NOT = "10"
                        DISPLAY "VERIFY-FILES: READ ERROR ON " Suspense-File-Name
                            ", STATUS " File-Status
                        EXIT PERFORM
                    END-IF
                    IF Suspense-Reason(1:4) NOT = "W/O "
                        ADD 1 TO Verify-Suspense-Count
                        MOVE Suspense-ID TO Output-ID
                        READ Output-File KEY IS Output-ID-Key
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE Suspense-ID TO Verify-ID
                                MOVE "SUSPENSE ID ON MASTER" TO Verify-Reason
                                MOVE SPACES TO Verify-Detail
                                STRING "SUSPENDED " Suspense-Date " " Suspense-Reason
                                    INTO Verify-Detail
                                END-STRING
                                ADD 1 TO Verify-Susp-Dup-Count
                                PERFORM Write-Verify-Exception
                        END-READ
                    END-IF
                END-READ
            END-PERFORM
        END-IF
    END-IF
    IF Verify-Exception-Count = 0
        MOVE "    NO EXCEPTIONS" TO Verify-Record
        PERFORM Write-Verify-Line
    END-IF
    MOVE SPACES TO Verify-Record
    PERFORM Write-Verify-Line
    MOVE Verify-Master-Count TO Count-Edit
    MOVE SPACES TO Verify-Record
    STRING "  MASTER RECORDS READ..: " Count-Edit
        INTO Verify-Record
    END-STRING
    PERFORM Write-Verify-Line
    MOVE Verify-Xref-Count TO Count-Edit
    MOVE SPACES TO Verify-Record
    STRING "  XREF ROWS READ.......: " Count-Edit
        INTO Verify-Record
    END-STRING
    PERFORM Write-Verify-Line
    MOVE Verify-Suspense-Count TO Count-Edit
    MOVE SPACES TO Verify-Record
    STRING "  OPEN SUSPENSE ITEMS..: " Count-Edit
        INTO Verify-Record
    END-STRING
    PERFORM Write-Verify-Line
    MOVE Verify-No-Xref-Count TO Count-Edit
    MOVE SPACES TO Verify-Record
    STRING "  MASTER WITHOUT XREF..: " Count-Edit
        INTO Verify-Record
    END-STRING
    PERFORM Write-Verify-Line
    MOVE Verify-Orphan-Count TO Count-Edit
    MOVE SPACES TO Verify-Record
    STRING "  XREF WITHOUT MASTER..: " Count-Edit
        INTO Verify-Record
    END-STRING
    PERFORM Write-Verify-Line
    MOVE Verify-Diff-Count TO Count-Edit
    MOVE SPACES TO Verify-Record
    STRING "  HISTORY MISMATCHES...: " Count-Edit
        INTO Verify-Record
    END-STRING
    PERFORM Write-Verify-Line
    MOVE Verify-Archived-Count TO Count-Edit
    MOVE SPACES TO Verify-Record
    STRING "  ALSO ON ARCHIVE......: " Count-Edit
        INTO Verify-Record
    END-STRING
    PERFORM Write-Verify-Line
    MOVE Verify-Susp-Dup-Count TO Count-Edit
    MOVE SPACES TO Verify-Record
    STRING "  SUSPENSE ON MASTER...: " Count-Edit
        INTO Verify-Record
    END-STRING
    PERFORM Write-Verify-Line
    MOVE Verify-Exception-Count TO Count-Edit
    MOVE SPACES TO Verify-Record
    STRING "  TOTAL EXCEPTIONS.....: " Count-Edit
        INTO Verify-Record
    END-STRING
    PERFORM Write-Verify-Line
    MOVE SPACES TO Verify-Record
    PERFORM Write-Verify-Line
    MOVE Verify-No-Hist-Count TO Count-Edit
    MOVE SPACES TO Verify-Record
    STRING "  NO HISTORY ENTRY.....: " Count-Edit
        INTO Verify-Record
    END-STRING
    PERFORM Write-Verify-Line
    MOVE Verify-Legacy-Count TO Count-Edit
    MOVE SPACES TO Verify-Record
    STRING "  NO AFTER-IMAGE.......: " Count-Edit
        INTO Verify-Record
    END-STRING
    PERFORM Write-Verify-Line
    CLOSE Verify-File
    IF File-Status NOT = "00"
        DISPLAY "VERIFY-FILES: ERROR CLOSING " Verify-File-Name ", STATUS " File-Status
    END-IF
    IF Verify-Suspense-Open
        CLOSE Suspense-File
    END-IF
    IF Verify-Archive-Open
        CLOSE Archive-File
    END-IF
    IF Verify-History-Open
        CLOSE History-File
    END-IF
    IF Verify-Xref-Open
        CLOSE Xref-File
    END-IF
    CLOSE Output-File
    IF File-Status NOT = "00"
        DISPLAY "VERIFY-FILES: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
    END-IF
    MOVE Verify-Exception-Count TO Count-Edit
    DISPLAY "VERIFY-FILES: EXCEPTIONS FOUND " Count-Edit ", REPORT IS " Verify-File-Name
    IF Verify-Exception-Count > 0
        MOVE "Y" TO Run-Abort
    END-IF.
Verify-Master-Record.
    MOVE Output-ID TO Verify-ID
    IF Verify-Xref-Open
        MOVE Output-ID TO Xref-ID
        READ Xref-File KEY IS Xref-ID-Key
            INVALID KEY
                MOVE "MASTER WITHOUT XREF" TO Verify-Reason
                MOVE SPACES TO Verify-Detail
                ADD 1 TO Verify-No-Xref-Count
                PERFORM Write-Verify-Exception
        END-READ
    END-IF
    IF Verify-History-Open
        PERFORM Find-Latest-History
        EVALUATE Verify-Latest-Kind
            WHEN "N"
                ADD 1 TO Verify-No-Hist-Count
            WHEN "R"
                MOVE "HISTORY SHOWS REMOVED" TO Verify-Reason
                MOVE SPACES TO Verify-Detail
                STRING "BY " Verify-Latest-Action " AT " Verify-Latest-Stamp(1:14)
                    INTO Verify-Detail
                END-STRING
                ADD 1 TO Verify-Diff-Count
                PERFORM Write-Verify-Exception
            WHEN "A"
                IF Verify-Latest-String NOT = Output-String
                    OR Verify-Latest-Date NOT = Output-Effective-Date
                    OR Verify-Latest-Status NOT = Output-Status-Code
                    MOVE "DIFFERS FROM HISTORY" TO Verify-Reason
                    MOVE SPACES TO Verify-Detail
                    STRING "MASTER " Output-Effective-Date " " Output-Status-Code
                        ", HISTORY " Verify-Latest-Date " " Verify-Latest-Status
                        " BY " Verify-Latest-Action " AT " Verify-Latest-Stamp(1:14)
                        INTO Verify-Detail
                    END-STRING
                    ADD 1 TO Verify-Diff-Count
                    PERFORM Write-Verify-Exception
                END-IF
            WHEN OTHER
                ADD 1 TO Verify-Legacy-Count
        END-EVALUATE
    END-IF
    IF Verify-Archive-Open
        MOVE Output-ID TO Archive-ID
        READ Archive-File KEY IS Archive-ID-Key
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "ALSO ON ARCHIVE" TO Verify-Reason
                MOVE SPACES TO Verify-Detail
                STRING "ARCHIVED " Archive-Effective-Date " " Archive-Status-Code
                    INTO Verify-Detail
                END-STRING
                ADD 1 TO Verify-Archived-Count
                PERFORM Write-Verify-Exception
        END-READ
    END-IF.
Find-Latest-History.
    MOVE "N" TO Verify-Latest-Kind
    MOVE Output-ID TO History-ID
    MOVE LOW-VALUES TO History-Stamp
    MOVE 0 TO History-Seq
    START History-File KEY >= History-Hist-Key
    IF File-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM FOREVER
        READ History-File NEXT END
            EXIT PERFORM
        NOT END
            IF File-Status NOT = "00" AND File-Status NOT = "02"
                AND File-Status NOT = "10"
                DISPLAY "VERIFY-FILES: READ ERROR ON " History-File-Name ", STATUS " File-Status
                EXIT PERFORM
            END-IF
            IF History-ID NOT = Output-ID
                EXIT PERFORM
            END-IF
            MOVE History-After-Kind TO Verify-Latest-Kind
            MOVE History-Action TO Verify-Latest-Action
            MOVE History-Stamp TO Verify-Latest-Stamp
            MOVE History-After-String TO Verify-Latest-String
            MOVE History-After-Effective-Date TO Verify-Latest-Date
            MOVE History-After-Status-Code TO Verify-Latest-Status
        END-READ
    END-PERFORM.
Write-Verify-File-Line.
    MOVE SPACES TO Verify-Record
    IF File-Status = "00"
        STRING "  " Verify-Reason(1:21) ": " Verify-Open-Name
            INTO Verify-Record
        END-STRING
    ELSE
        STRING "  " Verify-Reason(1:21) ": " Verify-Open-Name DELIMITED BY SPACE
            " NOT AVAILABLE, STATUS " File-Status ", NOT CHECKED" DELIMITED BY SIZE
            INTO Verify-Record
        END-STRING
    END-IF
    PERFORM Write-Verify-Line.
Write-Verify-Exception.
    ADD 1 TO Verify-Exception-Count
    MOVE SPACES TO Verify-Record
    STRING "    " Verify-ID " " Verify-Reason " " Verify-Detail
        INTO Verify-Record
    END-STRING
    PERFORM Write-Verify-Line.
Write-Verify-Line.
    WRITE Verify-Record
    IF File-Status NOT = "00"
        DISPLAY "VERIFY-FILES: WRITE ERROR ON " Verify-File-Name ", STATUS " File-Status
    END-IF.
Rebuild-Output.
    MOVE 0 TO Rebuild-Read-Count
    MOVE 0 TO Rebuild-Later-Count
    MOVE 0 TO Rebuild-Legacy-Count
    MOVE 0 TO Rebuild-ID-Count
    MOVE 0 TO Rebuild-Written-Count
    MOVE 0 TO Rebuild-Removed-Count
    MOVE 0 TO Rebuild-Absent-Count
    MOVE 0 TO Rebuild-Error-Count
    MOVE 0 TO Rebuild-Unknown-Count
    IF Rebuild-Asof = SPACES
        DISPLAY "ENTER REBUILD AS-OF (CCYYMMDD OR CCYYMMDDHHMMSS): "
        ACCEPT Rebuild-Asof
    END-IF
    MOVE Rebuild-Asof(1:8) TO Parse-Date
    PERFORM Validate-Effective-Date
    IF Rebuild-Asof(9:6) = SPACES
        MOVE "235959" TO Rebuild-Asof(9:6)
    END-IF
    IF NOT Date-Is-Valid OR Rebuild-Asof(9:6) NOT NUMERIC
        DISPLAY "REBUILD-OUTPUT: INVALID AS-OF " Rebuild-Asof ", REBUILD ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT History-File
    IF File-Status NOT = "00"
        DISPLAY "REBUILD-OUTPUT: UNABLE TO OPEN " History-File-Name ", STATUS "
            File-Status ", REBUILD ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    PERFORM Open-Audit-Trail
    IF NOT Audit-File-Open-OK
        DISPLAY "REBUILD-OUTPUT: AUDIT TRAIL UNAVAILABLE, REBUILD ABANDONED"
        MOVE "Y" TO Run-Abort
        CLOSE History-File
        EXIT PARAGRAPH
    END-IF
    PERFORM Check-Rebuild-Coverage
    IF Run-Was-Aborted OR Rebuild-Uncovered-Count > 0
        IF Rebuild-Uncovered-Count > 0
            MOVE Rebuild-Uncovered-Count TO Count-Edit
            DISPLAY "REBUILD-OUTPUT: " Count-Edit " MASTER IDS HAVE NO AFTER-IMAGE ON "
                FUNCTION TRIM(History-File-Name) ", RUN MODE HISTCONV FIRST, REBUILD ABANDONED"
        END-IF
        MOVE "Y" TO Run-Abort
        PERFORM Close-Audit-Trail
        CLOSE History-File
        EXIT PARAGRAPH
    END-IF
    PERFORM Backup-Loaded-File
    IF Master-Did-Exist AND NOT Backup-Was-Taken
        DISPLAY "REBUILD-OUTPUT: NO BACKUP OF " Output-File-Name ", REBUILD ABANDONED"
        MOVE "Y" TO Run-Abort
        PERFORM Close-Audit-Trail
        CLOSE History-File
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT Output-File
    IF File-Status NOT = "00"
        DISPLAY "REBUILD-OUTPUT: UNABLE TO OPEN " Output-File-Name ", STATUS "
            File-Status ", REBUILD ABANDONED"
        MOVE "Y" TO Run-Abort
        PERFORM Close-Audit-Trail
        CLOSE History-File
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO Rebuild-First
    MOVE "N" TO Rebuild-Held
    MOVE 0 TO History-ID
    MOVE LOW-VALUES TO History-Stamp
    MOVE 0 TO History-Seq
    START History-File KEY >= History-Hist-Key
    IF File-Status = "00"
        PERFORM FOREVER
            READ History-File NEXT END
                EXIT PERFORM
            NOT END
                IF File-Status NOT = "00" AND File-Status NOT = "02"
                    AND File-Status NOT = "10"
                    DISPLAY "REBUILD-OUTPUT: READ ERROR ON " History-File-Name
                        ", STATUS " File-Status
                    MOVE "Y" TO Run-Abort
                    EXIT PERFORM
                END-IF
                ADD 1 TO Rebuild-Read-Count
                IF Rebuild-At-First OR History-ID NOT = Rebuild-Cur-ID
                    IF NOT Rebuild-At-First
                        PERFORM Rebuild-Write-ID
                    END-IF
                    MOVE "N" TO Rebuild-First
                    MOVE "N" TO Rebuild-Held
                    MOVE "N" TO Rebuild-Unsure
                    MOVE History-ID TO Rebuild-Cur-ID
                    ADD 1 TO Rebuild-ID-Count
                END-IF
                EVALUATE TRUE
                    WHEN History-Stamp(1:14) > Rebuild-Asof
                        ADD 1 TO Rebuild-Later-Count
                    WHEN NOT History-After-Present AND NOT History-After-Removed
                        ADD 1 TO Rebuild-Legacy-Count
                        MOVE "Y" TO Rebuild-Unsure
                    WHEN OTHER
                        MOVE "N" TO Rebuild-Unsure
                        MOVE "Y" TO Rebuild-Held
                        MOVE History-After-Kind TO Rebuild-Hold-Kind
                        MOVE History-After-String TO Rebuild-Hold-String
                        MOVE History-After-Effective-Date TO Rebuild-Hold-Date
                        MOVE History-After-Status-Code TO Rebuild-Hold-Status
                END-EVALUATE
            END-READ
        END-PERFORM
        IF NOT Rebuild-At-First
            PERFORM Rebuild-Write-ID
        END-IF
    END-IF
    CLOSE Output-File
    IF File-Status NOT = "00"
        DISPLAY "REBUILD-OUTPUT: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
    END-IF
    CLOSE History-File
    IF File-Status NOT = "00"
        DISPLAY "REBUILD-OUTPUT: ERROR CLOSING " History-File-Name ", STATUS " File-Status
    END-IF
    MOVE Rebuild-Written-Count TO Count-Edit
    MOVE SPACES TO Before-Image
    MOVE SPACES TO After-Image
    STRING "*REBUILT AS OF " Rebuild-Asof ", RECORDS " Count-Edit
        INTO After-Image
    END-STRING
    MOVE SPACES TO Maker-ID
    MOVE SPACES TO Approver-ID
    MOVE "REBILD" TO Maint-Act-Name
    PERFORM Write-Audit-Record
    PERFORM Close-Audit-Trail
    PERFORM Write-Rebuild-Report
    DISPLAY "REBUILD-OUTPUT: " Output-File-Name " REBUILT AS OF " Rebuild-Asof
        ", RECORDS " Count-Edit
    IF Rebuild-Unknown-Count > 0
        MOVE Rebuild-Unknown-Count TO Count-Edit
        DISPLAY "REBUILD-OUTPUT: " Count-Edit " IDS HAVE NO AFTER-IMAGE AT THE AS-OF TIME, "
            "REBUILD INCOMPLETE"
        IF Backup-Was-Taken
            DISPLAY "REBUILD-OUTPUT: PRIOR MASTER SAVED AS " FUNCTION TRIM(Backup-File-Name)
        END-IF
        MOVE "Y" TO Run-Abort
    END-IF
    IF Rebuild-Error-Count > 0
        MOVE "Y" TO Run-Abort
    END-IF.
Rebuild-Write-ID.
    IF Rebuild-State-Unsure
        ADD 1 TO Rebuild-Unknown-Count
        DISPLAY "REBUILD-OUTPUT: ID " Rebuild-Cur-ID " CHANGED BEFORE AS-OF WITH NO AFTER-IMAGE, "
            "STATE NOT KNOWN"
        IF NOT Rebuild-Entry-Held
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF NOT Rebuild-Entry-Held
        ADD 1 TO Rebuild-Absent-Count
        EXIT PARAGRAPH
    END-IF
    IF Rebuild-Hold-Kind = "R"
        ADD 1 TO Rebuild-Removed-Count
        EXIT PARAGRAPH
    END-IF
    MOVE Rebuild-Cur-ID TO Output-ID
    MOVE Rebuild-Hold-String TO Output-String
    MOVE Rebuild-Hold-Date TO Output-Effective-Date
    MOVE Rebuild-Hold-Status TO Output-Status-Code
    WRITE Output-Record
        INVALID KEY
            ADD 1 TO Rebuild-Error-Count
            DISPLAY "REBUILD-OUTPUT: WRITE ERROR ON " Output-File-Name
                ", STATUS " File-Status ", RECORD " Output-ID
        NOT INVALID KEY
            ADD 1 TO Rebuild-Written-Count
    END-WRITE.
Write-Rebuild-Report.
    MOVE SPACES TO Rebuild-File-Name
    STRING "REBUILD.rpt" DELIMITED BY SIZE "." Run-Date-Time(1:14)
        INTO Rebuild-File-Name
    END-STRING
    OPEN OUTPUT Rebuild-File
    IF File-Status NOT = "00"
        DISPLAY "WRITE-REBUILD-REPORT: UNABLE TO OPEN " Rebuild-File-Name ", STATUS "
            File-Status
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Rebuild-Record
    STRING "FILE-LOADER REBUILD REPORT - " Run-Date-Time
        INTO Rebuild-Record
    END-STRING
    PERFORM Write-Rebuild-Line
    MOVE SPACES TO Rebuild-Record
    STRING "  MASTER FILE..........: " Output-File-Name
        INTO Rebuild-Record
    END-STRING
    PERFORM Write-Rebuild-Line
    MOVE SPACES TO Rebuild-Record
    STRING "  HISTORY FILE.........: " History-File-Name
        INTO Rebuild-Record
    END-STRING
    PERFORM Write-Rebuild-Line
    MOVE SPACES TO Rebuild-Record
    STRING "  REBUILT AS OF........: " Rebuild-Asof
        INTO Rebuild-Record
    END-STRING
    PERFORM Write-Rebuild-Line
    MOVE SPACES TO Rebuild-Record
    IF Backup-Was-Taken
        STRING "  PRIOR MASTER SAVED AS: " Backup-File-Name
            INTO Rebuild-Record
        END-STRING
    ELSE
        STRING "  PRIOR MASTER SAVED AS: " "NONE, NO PRIOR MASTER"
            INTO Rebuild-Record
        END-STRING
    END-IF
    PERFORM Write-Rebuild-Line
    MOVE SPACES TO Rebuild-Record
    PERFORM Write-Rebuild-Line
    MOVE Rebuild-Read-Count TO Count-Edit
    MOVE SPACES TO Rebuild-Record
    STRING "  HISTORY ENTRIES READ.: " Count-Edit
        INTO Rebuild-Record
    END-STRING
    PERFORM Write-Rebuild-Line
    MOVE Rebuild-Later-Count TO Count-Edit
    MOVE SPACES TO Rebuild-Record
    STRING "  ENTRIES AFTER AS-OF..: " Count-Edit
        INTO Rebuild-Record
    END-STRING
    PERFORM Write-Rebuild-Line
    MOVE Rebuild-Legacy-Count TO Count-Edit
    MOVE SPACES TO Rebuild-Record
    STRING "  NO AFTER-IMAGE.......: " Count-Edit
        INTO Rebuild-Record
    END-STRING
    PERFORM Write-Rebuild-Line
    MOVE Rebuild-ID-Count TO Count-Edit
    MOVE SPACES TO Rebuild-Record
    STRING "  IDS ON HISTORY.......: " Count-Edit
        INTO Rebuild-Record
    END-STRING
    PERFORM Write-Rebuild-Line
    MOVE Rebuild-Written-Count TO Count-Edit
    MOVE SPACES TO Rebuild-Record
    STRING "  RECORDS REBUILT......: " Count-Edit
        INTO Rebuild-Record
    END-STRING
    PERFORM Write-Rebuild-Line
    MOVE Rebuild-Removed-Count TO Count-Edit
    MOVE SPACES TO Rebuild-Record
    STRING "  REMOVED AS OF........: " Count-Edit
        INTO Rebuild-Record
    END-STRING
    PERFORM Write-Rebuild-Line
    MOVE Rebuild-Absent-Count TO Count-Edit
    MOVE SPACES TO Rebuild-Record
    STRING "  NOT YET ON FILE......: " Count-Edit
        INTO Rebuild-Record
    END-STRING
    PERFORM Write-Rebuild-Line
    MOVE Rebuild-Unknown-Count TO Count-Edit
    MOVE SPACES TO Rebuild-Record
    STRING "  STATE NOT KNOWN......: " Count-Edit
        INTO Rebuild-Record
    END-STRING
    PERFORM Write-Rebuild-Line
    MOVE Rebuild-Error-Count TO Count-Edit
    MOVE SPACES TO Rebuild-Record
    STRING "  WRITE ERRORS.........: " Count-Edit
        INTO Rebuild-Record
    END-STRING
    PERFORM Write-Rebuild-Line
    CLOSE Rebuild-File
    IF File-Status NOT = "00"
        DISPLAY "WRITE-REBUILD-REPORT: ERROR CLOSING " Rebuild-File-Name ", STATUS " File-Status
    END-IF.
Write-Rebuild-Line.
    WRITE Rebuild-Record
    IF File-Status NOT = "00"
        DISPLAY "WRITE-REBUILD-REPORT: WRITE ERROR ON " Rebuild-File-Name ", STATUS " File-Status
    END-IF.
Apply-Effective-Changes.
    MOVE 0 TO Sched-Applied-Count
    MOVE 0 TO Sched-Failed-Count
    MOVE 0 TO Extract-Count
    MOVE 0 TO Extract-Hash
    CALL "CBL_CHECK_FILE_EXIST" USING Sched-File-Name File-Exist-Info
    IF RETURN-CODE NOT = 0
        DISPLAY "APPLY-EFFECTIVE-CHANGES: NO SCHEDULED CHANGES ON FILE"
        EXIT PARAGRAPH
    END-IF
    PERFORM Load-Status-Codes
    PERFORM Open-Sched-File
    IF NOT Sched-File-Open-OK
        DISPLAY "APPLY-EFFECTIVE-CHANGES: SCHEDULED CHANGE FILE UNAVAILABLE, EFFECT ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    PERFORM Backup-Loaded-File
    OPEN I-O Output-File
    IF File-Status NOT = "00"
        DISPLAY "APPLY-EFFECTIVE-CHANGES: UNABLE TO OPEN " Output-File-Name ", STATUS "
            File-Status ", EFFECT ABANDONED"
        MOVE "Y" TO Run-Abort
        PERFORM Close-Sched-File
        EXIT PARAGRAPH
    END-IF
    PERFORM Open-Audit-Trail
    IF NOT Audit-File-Open-OK
        DISPLAY "APPLY-EFFECTIVE-CHANGES: AUDIT TRAIL UNAVAILABLE, EFFECT ABANDONED"
        MOVE "Y" TO Run-Abort
        CLOSE Output-File
        PERFORM Close-Sched-File
        EXIT PARAGRAPH
    END-IF
    PERFORM Open-History-File
    MOVE "N" TO Effect-Feed-Avail
    MOVE SPACES TO Extract-File-Name
    STRING "CHANGES.txt" DELIMITED BY SIZE "." Run-Date-Time(1:14)
        INTO Extract-File-Name
    END-STRING
    OPEN OUTPUT Extract-File
    IF File-Status = "00"
        MOVE "Y" TO Effect-Feed-Avail
        MOVE SPACES TO Extract-Record
        STRING "HDR,FILE-LOADER," Run-Date-Time(1:8)
            INTO Extract-Record
        END-STRING
        PERFORM Write-Extract-Line
    ELSE
        DISPLAY "APPLY-EFFECTIVE-CHANGES: UNABLE TO OPEN " Extract-File-Name ", STATUS "
            File-Status ", NO CHANGE FEED WILL BE WRITTEN"
    END-IF
    MOVE "N" TO Effect-Rpt-Avail
    MOVE SPACES TO Effrpt-File-Name
    STRING "EFFECT.rpt" DELIMITED BY SIZE "." Run-Date-Time(1:14)
        INTO Effrpt-File-Name
    END-STRING
    OPEN OUTPUT Effrpt-File
    IF File-Status = "00"
        MOVE "Y" TO Effect-Rpt-Avail
        MOVE SPACES TO Effrpt-Record
        STRING "FILE-LOADER EFFECTIVE-DATE REPORT - " Run-Date-Time
            INTO Effrpt-Record
        END-STRING
        PERFORM Write-Effrpt-Line
        MOVE SPACES TO Effrpt-Record
        STRING "  MASTER FILE..........: " Output-File-Name
            INTO Effrpt-Record
        END-STRING
        PERFORM Write-Effrpt-Line
        MOVE SPACES TO Effrpt-Record
        STRING "  SCHEDULE FILE........: " Sched-File-Name
            INTO Effrpt-Record
        END-STRING
        PERFORM Write-Effrpt-Line
        MOVE SPACES TO Effrpt-Record
        STRING "  BUSINESS DATE........: " Bus-Date
            INTO Effrpt-Record
        END-STRING
        PERFORM Write-Effrpt-Line
        MOVE SPACES TO Effrpt-Record
        PERFORM Write-Effrpt-Line
        MOVE "    EFFECTIVE ID     ACTION RESULT" TO Effrpt-Record
        PERFORM Write-Effrpt-Line
    ELSE
        DISPLAY "APPLY-EFFECTIVE-CHANGES: UNABLE TO OPEN " Effrpt-File-Name ", STATUS " File-Status
    END-IF
    MOVE LOW-VALUES TO Sched-Key
    START Sched-File KEY >= Sched-Sched-Key
    IF File-Status = "00"
        PERFORM FOREVER
            READ Sched-File NEXT END
                EXIT PERFORM
            NOT END
                IF File-Status NOT = "00" AND File-Status NOT = "02"
                    AND File-Status NOT = "10"
                    DISPLAY "APPLY-EFFECTIVE-CHANGES: READ ERROR ON " Sched-File-Name
                        ", STATUS " File-Status
                    MOVE "Y" TO Run-Abort
                    EXIT PERFORM
                END-IF
                IF Sched-Effective-Date > Bus-Date
                    EXIT PERFORM
                END-IF
                IF Sched-Is-Scheduled
                    PERFORM Apply-Scheduled-Item
                END-IF
            END-READ
        END-PERFORM
    END-IF
    IF Effect-Feed-Open-OK
        MOVE Extract-Count TO Extract-Count-X
        MOVE Extract-Hash TO Extract-Hash-X
        MOVE SPACES TO Extract-Record
        STRING "TRL," Extract-Count-X "," Extract-Hash-X
            INTO Extract-Record
        END-STRING
        PERFORM Write-Extract-Line
        CLOSE Extract-File
        IF File-Status NOT = "00"
            DISPLAY "APPLY-EFFECTIVE-CHANGES: ERROR CLOSING " Extract-File-Name ", STATUS " File-Status
        END-IF
    END-IF
    IF Effect-Rpt-Open-OK
        IF Sched-Applied-Count = 0 AND Sched-Failed-Count = 0
            MOVE "    NO CHANGES DUE" TO Effrpt-Record
            PERFORM Write-Effrpt-Line
        END-IF
        MOVE SPACES TO Effrpt-Record
        PERFORM Write-Effrpt-Line
        MOVE Sched-Applied-Count TO Count-Edit
        MOVE SPACES TO Effrpt-Record
        STRING "  CHANGES APPLIED......: " Count-Edit
            INTO Effrpt-Record
        END-STRING
        PERFORM Write-Effrpt-Line
        MOVE Sched-Failed-Count TO Count-Edit
        MOVE SPACES TO Effrpt-Record
        STRING "  CHANGES FAILED.......: " Count-Edit
            INTO Effrpt-Record
        END-STRING
        PERFORM Write-Effrpt-Line
        CLOSE Effrpt-File
        IF File-Status NOT = "00"
            DISPLAY "APPLY-EFFECTIVE-CHANGES: ERROR CLOSING " Effrpt-File-Name ", STATUS " File-Status
        END-IF
    END-IF
    PERFORM Close-History-File
    PERFORM Close-Audit-Trail
    CLOSE Output-File
    IF File-Status NOT = "00"
        DISPLAY "APPLY-EFFECTIVE-CHANGES: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
    END-IF
    PERFORM Close-Sched-File
    MOVE Sched-Applied-Count TO Count-Edit
    DISPLAY "APPLY-EFFECTIVE-CHANGES: CHANGES APPLIED " Count-Edit
    MOVE Sched-Failed-Count TO Count-Edit
    DISPLAY "APPLY-EFFECTIVE-CHANGES: CHANGES FAILED " Count-Edit.
Apply-Scheduled-Item.
    MOVE SPACES TO Row-Reject-Reason
    IF Sched-Approver NOT = SPACES
        MOVE Sched-Maker TO Maker-ID
        MOVE Sched-Approver TO Approver-ID
    ELSE
        MOVE SPACES TO Maker-ID
        MOVE SPACES TO Approver-ID
    END-IF
    MOVE SPACES TO Before-Image
    MOVE Sched-After TO After-Image
    MOVE "N" TO Sched-Master-Found
    MOVE Sched-ID TO Output-ID
    READ Output-File KEY IS Output-ID-Key
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO Sched-Master-Found
            MOVE Output-Record TO Before-Image
    END-READ
    MOVE Before-Effective-Date TO Period-Check-Date
    MOVE Sched-Effective-Date TO Period-Check-Date-2
    PERFORM Check-Period-Lock
    EVALUATE TRUE
        WHEN Row-Reject-Reason NOT = SPACES
            CONTINUE
        WHEN Sched-Action = "ADD"
            MOVE "EFFADD" TO Maint-Act-Name
            MOVE After-Status-Code TO Parse-Status
            PERFORM Validate-Status-Code
            EVALUATE TRUE
                WHEN Sched-Master-On-File
                    MOVE "ADD FAILED" TO Row-Reject-Reason
                WHEN NOT Status-Is-Known
                    MOVE "UNKNOWN STATUS" TO Row-Reject-Reason
                WHEN NOT Status-Is-Active
                    MOVE "INACTIVE STATUS" TO Row-Reject-Reason
                WHEN OTHER
                    MOVE After-Image TO Output-Record
                    WRITE Output-Record
                        INVALID KEY
                            MOVE "ADD FAILED" TO Row-Reject-Reason
                    END-WRITE
            END-EVALUATE
        WHEN Sched-Action = "CHANGE"
            MOVE "EFFCHG" TO Maint-Act-Name
            MOVE After-Status-Code TO Parse-Status
            PERFORM Validate-Status-Code
            EVALUATE TRUE
                WHEN NOT Sched-Master-On-File
                    MOVE "CHANGE NOT FOUND" TO Row-Reject-Reason
                WHEN Before-Image NOT = Sched-Before
                    MOVE "MASTER CHANGED" TO Row-Reject-Reason
                WHEN NOT Status-Is-Known
                    MOVE "UNKNOWN STATUS" TO Row-Reject-Reason
                WHEN OTHER
                    MOVE Before-Status-Code TO Old-Status-Code
                    MOVE After-Status-Code TO New-Status-Code
                    PERFORM Validate-Status-Change
                    IF Row-Reject-Reason = SPACES
                        MOVE After-Image TO Output-Record
                        REWRITE Output-Record
                            INVALID KEY
                                MOVE "CHANGE FAILED" TO Row-Reject-Reason
                        END-REWRITE
                    END-IF
            END-EVALUATE
        WHEN Sched-Action = "DELETE"
            MOVE "EFFDEL" TO Maint-Act-Name
            IF NOT Sched-Master-On-File
                MOVE "DELETE NOT FOUND" TO Row-Reject-Reason
            ELSE
            IF Before-Image NOT = Sched-Before
                MOVE "MASTER CHANGED" TO Row-Reject-Reason
            ELSE
                DELETE Output-File
                    INVALID KEY
                        MOVE "DELETE FAILED" TO Row-Reject-Reason
                END-DELETE
            END-IF
            END-IF
        WHEN OTHER
            MOVE "BAD ACTION CODE" TO Row-Reject-Reason
    END-EVALUATE
    IF Row-Reject-Reason NOT = SPACES
        MOVE "F" TO Sched-State
        MOVE Row-Reject-Reason TO Sched-Reason
        ADD 1 TO Sched-Failed-Count
    ELSE
        MOVE "A" TO Sched-State
        ADD 1 TO Sched-Applied-Count
        PERFORM Write-History-Record
        PERFORM Write-Audit-Record
        IF Effect-Feed-Open-OK
            IF Sched-Action = "DELETE"
                MOVE "D" TO Extract-Action
                MOVE Before-ID TO Extract-ID
                MOVE Before-String TO Extract-String
                MOVE Before-Effective-Date TO Extract-Effective-Date
                MOVE Before-Status-Code TO Extract-Status-Code
            ELSE
                IF Sched-Action = "ADD"
                    MOVE "A" TO Extract-Action
                ELSE
                    MOVE "C" TO Extract-Action
                END-IF
                MOVE After-ID TO Extract-ID
                MOVE After-String TO Extract-String
                MOVE After-Effective-Date TO Extract-Effective-Date
                MOVE After-Status-Code TO Extract-Status-Code
            END-IF
            PERFORM Write-Extract-Image
        END-IF
    END-IF
    MOVE SPACES TO Maker-ID
    MOVE SPACES TO Approver-ID
    MOVE Operator-ID TO Sched-Closed-By
    MOVE FUNCTION CURRENT-DATE TO Sched-Closed-Stamp
    REWRITE Sched-Record
        INVALID KEY
            DISPLAY "APPLY-EFFECTIVE-CHANGES: UNABLE TO UPDATE SCHEDULED ITEM "
                Sched-Effective-Date " " Sched-ID ", STATUS " File-Status
    END-REWRITE
    IF Effect-Rpt-Open-OK
        MOVE SPACES TO Effrpt-Record
        IF Sched-Is-Applied
            STRING "    " Sched-Effective-Date "  " Sched-ID " " Sched-Action " APPLIED"
                INTO Effrpt-Record
            END-STRING
        ELSE
            STRING "    " Sched-Effective-Date "  " Sched-ID " " Sched-Action " FAILED, "
                Sched-Reason
                INTO Effrpt-Record
            END-STRING
        END-IF
        PERFORM Write-Effrpt-Line
    END-IF.
Write-Effrpt-Line.
    WRITE Effrpt-Record
    IF File-Status NOT = "00"
        DISPLAY "APPLY-EFFECTIVE-CHANGES: WRITE ERROR ON " Effrpt-File-Name ", STATUS " File-Status
    END-IF.
Inquire-Scheduled-Changes.
    MOVE 0 TO Sched-Cancel-Count
    CALL "CBL_CHECK_FILE_EXIST" USING Sched-File-Name File-Exist-Info
    IF RETURN-CODE NOT = 0
        DISPLAY "INQUIRE-SCHEDULED-CHANGES: NO SCHEDULED CHANGES ON FILE"
        EXIT PARAGRAPH
    END-IF
    PERFORM Open-Sched-File
    IF NOT Sched-File-Open-OK
        DISPLAY "INQUIRE-SCHEDULED-CHANGES: SCHEDULED CHANGE FILE UNAVAILABLE, INQUIRY ABANDONED"
        EXIT PARAGRAPH
    END-IF
    MOVE "MAINT" TO Authority-Needed
    PERFORM Check-Operator-Authority
    MOVE Oper-Authorized TO Sched-Can-Cancel
    IF Sched-Cancel-Allowed
        PERFORM Open-Audit-Trail
        IF NOT Audit-File-Open-OK
            DISPLAY "INQUIRE-SCHEDULED-CHANGES: AUDIT TRAIL UNAVAILABLE, INQUIRY ONLY"
            MOVE "N" TO Sched-Can-Cancel
        END-IF
    ELSE
        DISPLAY "INQUIRE-SCHEDULED-CHANGES: OPERATOR " Operator-ID
            " NOT AUTHORIZED FOR MAINT, INQUIRY ONLY"
    END-IF
    MOVE "N" TO Update-Done
    PERFORM Process-Schedule-Request UNTIL Update-Is-Done
    PERFORM Close-Audit-Trail
    PERFORM Close-Sched-File
    MOVE Sched-Cancel-Count TO Count-Edit
    DISPLAY "INQUIRE-SCHEDULED-CHANGES: ITEMS CANCELLED " Count-Edit.
Process-Schedule-Request.
    DISPLAY "ENTER OUTPUT ID TO INQUIRE (0 TO EXIT): "
    MOVE SPACES TO Maint-ID-X
    ACCEPT Maint-ID-X
    IF Maint-ID-X = SPACES OR Maint-ID-X = "0"
        MOVE "Y" TO Update-Done
        EXIT PARAGRAPH
    END-IF
    MOVE Maint-ID-X TO Parse-ID
    PERFORM Validate-Output-ID
    IF NOT ID-Is-Valid
        DISPLAY "INQUIRE-SCHEDULED-CHANGES: INVALID ID " Maint-ID-X
        EXIT PARAGRAPH
    END-IF
    MOVE Parse-ID TO Sched-Inquiry-ID
    MOVE 0 TO Sched-Listed-Count
    MOVE Sched-Inquiry-ID TO Sched-ID
    START Sched-File KEY = Sched-ID-Key
    IF File-Status = "00"
        PERFORM FOREVER
            READ Sched-File NEXT END
                EXIT PERFORM
            NOT END
                IF File-Status NOT = "00" AND File-Status NOT = "02"
                    AND File-Status NOT = "10"
                    DISPLAY "INQUIRE-SCHEDULED-CHANGES: READ ERROR ON " Sched-File-Name
                        ", STATUS " File-Status
                    EXIT PERFORM
                END-IF
                IF Sched-ID NOT = Sched-Inquiry-ID
                    EXIT PERFORM
                END-IF
                ADD 1 TO Sched-Listed-Count
                PERFORM Work-Sched-Item
                IF Update-Is-Done
                    EXIT PERFORM
                END-IF
            END-READ
        END-PERFORM
    END-IF
    IF Sched-Listed-Count = 0
        DISPLAY "INQUIRE-SCHEDULED-CHANGES: NO SCHEDULED CHANGES FOR ID " Sched-Inquiry-ID
    END-IF.
Work-Sched-Item.
    MOVE Sched-After TO After-Image
    DISPLAY "EFFECTIVE " Sched-Effective-Date " " Sched-Action " ID " Sched-ID
        " STATE " Sched-State " ENTERED BY " Sched-Maker " VIA " Sched-Origin
    IF After-Image NOT = SPACES
        DISPLAY "  AFTER.: " After-String " " After-Effective-Date " " After-Status-Code
    END-IF
    IF Sched-Is-Failed
        DISPLAY "  FAILED: " Sched-Reason
    END-IF
    IF NOT Sched-Is-Scheduled OR NOT Sched-Cancel-Allowed
        EXIT PARAGRAPH
    END-IF
    DISPLAY "ACTION? C=CANCEL S=SKIP X=EXIT: "
    MOVE SPACES TO Maint-Action
    ACCEPT Maint-Action
    EVALUATE Maint-Action
        WHEN "C"
            PERFORM Cancel-Sched-Item
        WHEN "X"
            MOVE "Y" TO Update-Done
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
Cancel-Sched-Item.
    MOVE "C" TO Sched-State
    MOVE Operator-ID TO Sched-Closed-By
    MOVE FUNCTION CURRENT-DATE TO Sched-Closed-Stamp
    REWRITE Sched-Record
        INVALID KEY
            DISPLAY "INQUIRE-SCHEDULED-CHANGES: UNABLE TO CANCEL ITEM "
                Sched-Effective-Date " " Sched-ID ", STATUS " File-Status
            EXIT PARAGRAPH
    END-REWRITE
    MOVE SPACES TO Before-Image
    MOVE SPACES TO After-Image
    STRING "*CANCELLED " Sched-Action " ID " Sched-ID " EFFECTIVE " Sched-Effective-Date
        INTO After-Image
    END-STRING
    MOVE SPACES TO Maker-ID
    MOVE SPACES TO Approver-ID
    MOVE "SCHCAN" TO Maint-Act-Name
    PERFORM Write-Audit-Record
    ADD 1 TO Sched-Cancel-Count
    DISPLAY "INQUIRE-SCHEDULED-CHANGES: " Sched-Action " FOR ID " Sched-ID " EFFECTIVE "
        Sched-Effective-Date " CANCELLED".
Report-Scheduled-Changes.
    MOVE 0 TO Sched-Listed-Count
    MOVE 0 TO Sched-Failed-Listed
    OPEN INPUT Sched-File
    IF File-Status = "35"
        DISPLAY "REPORT-SCHEDULED-CHANGES: NO SCHEDULED CHANGES ON FILE"
        EXIT PARAGRAPH
    END-IF
    IF File-Status NOT = "00"
        DISPLAY "REPORT-SCHEDULED-CHANGES: UNABLE TO OPEN " Sched-File-Name ", STATUS " File-Status
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Schedrpt-File-Name
    STRING "SCHEDRPT.rpt" DELIMITED BY SIZE "." Run-Date-Time(1:14)
        INTO Schedrpt-File-Name
    END-STRING
    OPEN OUTPUT Schedrpt-File
    IF File-Status NOT = "00"
        DISPLAY "REPORT-SCHEDULED-CHANGES: UNABLE TO OPEN " Schedrpt-File-Name ", STATUS " File-Status
        CLOSE Sched-File
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Schedrpt-Record
    STRING "FILE-LOADER SCHEDULED CHANGE REPORT - " Run-Date-Time
        INTO Schedrpt-Record
    END-STRING
    PERFORM Write-Schedrpt-Line
    MOVE SPACES TO Schedrpt-Record
    STRING "  SCHEDULE FILE........: " Sched-File-Name
        INTO Schedrpt-Record
    END-STRING
    PERFORM Write-Schedrpt-Line
    MOVE SPACES TO Schedrpt-Record
    STRING "  BUSINESS DATE........: " Bus-Date
        INTO Schedrpt-Record
    END-STRING
    PERFORM Write-Schedrpt-Line
    MOVE "D" TO Sched-Pass
    PERFORM Write-Schedrpt-Pass
    MOVE "I" TO Sched-Pass
    PERFORM Write-Schedrpt-Pass
    MOVE SPACES TO Schedrpt-Record
    PERFORM Write-Schedrpt-Line
    MOVE Sched-Listed-Count TO Count-Edit
    MOVE SPACES TO Schedrpt-Record
    STRING "  ITEMS SCHEDULED......: " Count-Edit
        INTO Schedrpt-Record
    END-STRING
    PERFORM Write-Schedrpt-Line
    MOVE Sched-Failed-Listed TO Count-Edit
    MOVE SPACES TO Schedrpt-Record
    STRING "  ITEMS FAILED.........: " Count-Edit
        INTO Schedrpt-Record
    END-STRING
    PERFORM Write-Schedrpt-Line
    CLOSE Schedrpt-File
    IF File-Status NOT = "00"
        DISPLAY "REPORT-SCHEDULED-CHANGES: ERROR CLOSING " Schedrpt-File-Name ", STATUS " File-Status
    END-IF
    CLOSE Sched-File
    IF File-Status NOT = "00"
        DISPLAY "REPORT-SCHEDULED-CHANGES: ERROR CLOSING " Sched-File-Name ", STATUS " File-Status
    END-IF
    MOVE Sched-Listed-Count TO Count-Edit
    DISPLAY "REPORT-SCHEDULED-CHANGES: " Count-Edit " ITEMS SCHEDULED, REPORT IS "
        Schedrpt-File-Name.
Write-Schedrpt-Pass.
    MOVE SPACES TO Schedrpt-Record
    PERFORM Write-Schedrpt-Line
    IF Sched-Pass = "D"
        MOVE "  BY EFFECTIVE DATE" TO Schedrpt-Record
        PERFORM Write-Schedrpt-Line
        MOVE LOW-VALUES TO Sched-Key
        START Sched-File KEY >= Sched-Sched-Key
    ELSE
        MOVE "  BY ID" TO Schedrpt-Record
        PERFORM Write-Schedrpt-Line
        MOVE 0 TO Sched-ID
        START Sched-File KEY >= Sched-ID-Key
    END-IF
    IF File-Status NOT = "00"
        MOVE "    NONE" TO Schedrpt-Record
        PERFORM Write-Schedrpt-Line
        EXIT PARAGRAPH
    END-IF
    MOVE "    EFFECTIVE ID     ACTION ST ENTERED  VIA      AFTER" TO Schedrpt-Record
    PERFORM Write-Schedrpt-Line
    PERFORM FOREVER
        READ Sched-File NEXT END
            EXIT PERFORM
        NOT END
            IF File-Status NOT = "00" AND File-Status NOT = "02"
                AND File-Status NOT = "10"
                DISPLAY "REPORT-SCHEDULED-CHANGES: READ ERROR ON " Sched-File-Name
                    ", STATUS " File-Status
                EXIT PERFORM
            END-IF
            IF Sched-Is-Scheduled OR Sched-Is-Failed
                IF Sched-Pass = "D"
                    IF Sched-Is-Scheduled
                        ADD 1 TO Sched-Listed-Count
                    ELSE
                        ADD 1 TO Sched-Failed-Listed
                    END-IF
                END-IF
                MOVE Sched-After TO After-Image
                MOVE SPACES TO Schedrpt-Record
                STRING "    " Sched-Effective-Date "  " Sched-ID " " Sched-Action " "
                    Sched-State "  " Sched-Maker " " Sched-Origin " "
                    After-String(1:30) " " After-Status-Code
                    INTO Schedrpt-Record
                END-STRING
                PERFORM Write-Schedrpt-Line
                IF Sched-Is-Failed
                    MOVE SPACES TO Schedrpt-Record
                    STRING "      FAILED " Sched-Closed-Stamp(1:8) ": " Sched-Reason
                        INTO Schedrpt-Record
                    END-STRING
                    PERFORM Write-Schedrpt-Line
                END-IF
            END-IF
        END-READ
    END-PERFORM.
Write-Schedrpt-Line.
    WRITE Schedrpt-Record
    IF File-Status NOT = "00"
        DISPLAY "REPORT-SCHEDULED-CHANGES: WRITE ERROR ON " Schedrpt-File-Name ", STATUS " File-Status
    END-IF.
Report-Load-Trend.
    MOVE 0 TO Trend-Run-Count
    MOVE 0 TO Trend-Outside-Count
    MOVE 0 TO Trend-Source-Count
    MOVE SPACES TO Trend-File-Name
    STRING "TREND.rpt" DELIMITED BY SIZE "." Run-Date-Time(1:14)
        INTO Trend-File-Name
    END-STRING
    OPEN OUTPUT Trend-File
    IF File-Status NOT = "00"
        DISPLAY "REPORT-LOAD-TREND: UNABLE TO OPEN " Trend-File-Name ", STATUS " File-Status
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Trend-Record
    STRING "FILE-LOADER LOAD TREND REPORT - " Run-Date-Time
        INTO Trend-Record
    END-STRING
    PERFORM Write-Trend-Line
    MOVE SPACES TO Trend-Record
    STRING "  RUN CALENDAR.........: " "RunCalendar.txt"
        INTO Trend-Record
    END-STRING
    PERFORM Write-Trend-Line
    SORT Trend-Sort-File
        ON ASCENDING KEY Trend-Sort-Source Trend-Sort-Date Trend-Sort-Kind Trend-Sort-Stamp
        INPUT PROCEDURE Trend-Release
        OUTPUT PROCEDURE Trend-Return
    MOVE SPACES TO Trend-Record
    PERFORM Write-Trend-Line
    MOVE Trend-Source-Count TO Count-Edit
    MOVE SPACES TO Trend-Record
    STRING "  SOURCES..............: " Count-Edit
        INTO Trend-Record
    END-STRING
    PERFORM Write-Trend-Line
    MOVE Trend-Run-Count TO Count-Edit
    MOVE SPACES TO Trend-Record
    STRING "  LOAD RUNS............: " Count-Edit
        INTO Trend-Record
    END-STRING
    PERFORM Write-Trend-Line
    MOVE Trend-Outside-Count TO Count-Edit
    MOVE SPACES TO Trend-Record
    STRING "  OUTSIDE TOLERANCE....: " Count-Edit
        INTO Trend-Record
    END-STRING
    PERFORM Write-Trend-Line
    CLOSE Trend-File
    IF File-Status NOT = "00"
        DISPLAY "REPORT-LOAD-TREND: ERROR CLOSING " Trend-File-Name ", STATUS " File-Status
    END-IF
    MOVE Trend-Run-Count TO Count-Edit
    DISPLAY "REPORT-LOAD-TREND: " Count-Edit " LOAD RUNS, REPORT IS " Trend-File-Name.
Trend-Release.
    OPEN INPUT Calendar-File
    IF File-Status NOT = "00"
        DISPLAY "REPORT-LOAD-TREND: UNABLE TO OPEN RunCalendar.txt, STATUS " File-Status
        EXIT PARAGRAPH
    END-IF
    PERFORM FOREVER
        READ Calendar-File NEXT END
            EXIT PERFORM
        NOT END
            IF File-Status NOT = "00" AND File-Status NOT = "10"
                DISPLAY "REPORT-LOAD-TREND: READ ERROR ON RunCalendar.txt, STATUS " File-Status
                EXIT PERFORM
            END-IF
            IF Calendar-Row = SPACES
                EXIT PERFORM CYCLE
            END-IF
            MOVE SPACES TO Calendar-Parse-Source
            MOVE SPACES TO Calendar-Parse-Date
            MOVE SPACES TO Calendar-Parse-Mode
            MOVE SPACES TO Calendar-Parse-Stamp
            MOVE SPACES TO Calendar-Parse-Read
            MOVE SPACES TO Calendar-Parse-Written
            MOVE SPACES TO Calendar-Parse-Rejected
            MOVE SPACES TO Calendar-Parse-Susp
            MOVE SPACES TO Calendar-Parse-Flag
            UNSTRING Calendar-Row DELIMITED BY "," INTO
                Calendar-Parse-Source
                Calendar-Parse-Date
                Calendar-Parse-Mode
                Calendar-Parse-Stamp
                Calendar-Parse-Read
                Calendar-Parse-Written
                Calendar-Parse-Rejected
                Calendar-Parse-Susp
                Calendar-Parse-Flag
            END-UNSTRING
            EVALUATE Calendar-Parse-Mode
                WHEN "BATCH"
                WHEN "SORTLOAD"
                WHEN "RESTART"
                WHEN "VOLSTOP"
                    MOVE "1" TO Trend-Sort-Kind
                WHEN "SUSPND"
                    MOVE "0" TO Trend-Sort-Kind
                WHEN OTHER
                    EXIT PERFORM CYCLE
            END-EVALUATE
            MOVE Calendar-Parse-Source TO Trend-Sort-Source
            MOVE Calendar-Parse-Date TO Trend-Sort-Date
            MOVE Calendar-Parse-Stamp TO Trend-Sort-Stamp
            MOVE Calendar-Parse-Mode TO Trend-Sort-Mode
            MOVE Calendar-Parse-Flag TO Trend-Sort-Flag
            IF Calendar-Parse-Read NUMERIC AND Calendar-Parse-Written NUMERIC
                AND Calendar-Parse-Rejected NUMERIC AND Calendar-Parse-Susp NUMERIC
                MOVE "Y" TO Trend-Sort-Counted
                MOVE Calendar-Parse-Read TO Trend-Sort-Read
                MOVE Calendar-Parse-Written TO Trend-Sort-Written
                MOVE Calendar-Parse-Rejected TO Trend-Sort-Rejected
                MOVE Calendar-Parse-Susp TO Trend-Sort-Suspended
            ELSE
                MOVE "N" TO Trend-Sort-Counted
                MOVE 0 TO Trend-Sort-Read
                MOVE 0 TO Trend-Sort-Written
                MOVE 0 TO Trend-Sort-Rejected
                MOVE 0 TO Trend-Sort-Suspended
                IF Trend-Sort-Kind = "1"
                    PERFORM Trend-Loadctl-Counts
                END-IF
            END-IF
            RELEASE Trend-Sort-Record
        END-READ
    END-PERFORM
    CLOSE Calendar-File
    IF File-Status NOT = "00"
        DISPLAY "TREND-RELEASE: ERROR CLOSING RunCalendar.txt, STATUS " File-Status
    END-IF.
Trend-Loadctl-Counts.
    IF Calendar-Parse-Stamp NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Loadctl-File-Name
    STRING "LOADCTL.rpt" DELIMITED BY SIZE "." Calendar-Parse-Stamp
        INTO Loadctl-File-Name
    END-STRING
    OPEN INPUT Loadctl-File
    IF File-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO Trend-Ctl-Block
    MOVE 0 TO Trend-Ctl-Got
    PERFORM FOREVER
        READ Loadctl-File NEXT END
            EXIT PERFORM
        NOT END
            IF File-Status NOT = "00" AND File-Status NOT = "10"
                DISPLAY "REPORT-LOAD-TREND: READ ERROR ON " Loadctl-File-Name
                    ", STATUS " File-Status
                EXIT PERFORM
            END-IF
            EVALUATE Loadctl-Record(1:25)
                WHEN "  SOURCE SYSTEM........: "
                    MOVE "N" TO Trend-Ctl-Block
                    MOVE 0 TO Trend-Ctl-Got
                    IF Loadctl-Record(26:) = Calendar-Parse-Source
                        MOVE "S" TO Trend-Ctl-Block
                    END-IF
                WHEN "  BUSINESS DATE........: "
                    IF Trend-Ctl-Source-Seen
                        AND Loadctl-Record(26:8) = Calendar-Parse-Date
                        MOVE "Y" TO Trend-Ctl-Block
                    ELSE
                        MOVE "N" TO Trend-Ctl-Block
                    END-IF
                WHEN "    ROWS READ..........: "
                    IF Trend-Ctl-In-Block
                        MOVE FUNCTION NUMVAL(Loadctl-Record(26:9)) TO Trend-Sort-Read
                        ADD 1 TO Trend-Ctl-Got
                    END-IF
                WHEN "    ROWS WRITTEN.......: "
                    IF Trend-Ctl-In-Block
                        MOVE FUNCTION NUMVAL(Loadctl-Record(26:9)) TO Trend-Sort-Written
                        ADD 1 TO Trend-Ctl-Got
                    END-IF
                WHEN "    ROWS REJECTED......: "
                    IF Trend-Ctl-In-Block
                        MOVE FUNCTION NUMVAL(Loadctl-Record(26:9)) TO Trend-Sort-Rejected
                        ADD 1 TO Trend-Ctl-Got
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF Trend-Ctl-Got = 3
                MOVE "Y" TO Trend-Sort-Counted
                EXIT PERFORM
            END-IF
        END-READ
    END-PERFORM
    IF Trend-Sort-Counted NOT = "Y"
        MOVE 0 TO Trend-Sort-Read
        MOVE 0 TO Trend-Sort-Written
        MOVE 0 TO Trend-Sort-Rejected
    END-IF
    CLOSE Loadctl-File
    IF File-Status NOT = "00"
        DISPLAY "REPORT-LOAD-TREND: ERROR CLOSING " Loadctl-File-Name ", STATUS " File-Status
    END-IF.
Trend-Return.
    MOVE SPACES TO Trend-Last-Source
    MOVE SPACES TO Trend-Last-Date
    MOVE 0 TO Trend-Group-Susp
    MOVE "N" TO Trend-Group-Used
    PERFORM FOREVER
        RETURN Trend-Sort-File END
            EXIT PERFORM
        NOT END
            IF Trend-Sort-Source NOT = Trend-Last-Source
                IF Trend-Last-Source NOT = SPACES
                    PERFORM Trend-Date-Break
                    PERFORM Trend-Source-Break
                END-IF
                PERFORM Trend-Source-Heading
            ELSE
            IF Trend-Sort-Date NOT = Trend-Last-Date
                PERFORM Trend-Date-Break
            END-IF
            END-IF
            MOVE Trend-Sort-Date TO Trend-Last-Date
            IF Trend-Sort-Kind = "0"
                ADD Trend-Sort-Suspended TO Trend-Group-Susp
            ELSE
                PERFORM Write-Trend-Run-Line
            END-IF
        END-RETURN
    END-PERFORM
    IF Trend-Last-Source NOT = SPACES
        PERFORM Trend-Date-Break
        PERFORM Trend-Source-Break
    END-IF.
Trend-Source-Heading.
    MOVE Trend-Sort-Source TO Trend-Last-Source
    ADD 1 TO Trend-Source-Count
    MOVE 0 TO Trend-Src-Runs
    MOVE 0 TO Trend-Src-Read
    MOVE 0 TO Trend-Src-Written
    MOVE 0 TO Trend-Src-Rejected
    MOVE 0 TO Trend-Src-Suspended
    MOVE 0 TO Trend-Src-Outside
    MOVE SPACES TO Trend-Record
    PERFORM Write-Trend-Line
    MOVE SPACES TO Trend-Record
    STRING "  SOURCE SYSTEM........: " Trend-Sort-Source
        INTO Trend-Record
    END-STRING
    PERFORM Write-Trend-Line
    MOVE SPACES TO Trend-Record
    STRING "    BUS DATE MODE     RUN TIME      " "      READ" "   WRITTEN"
        "  REJECTED" " SUSPENDED" " REJ %" "  TOLERANCE"
        INTO Trend-Record
    END-STRING
    PERFORM Write-Trend-Line.
Trend-Date-Break.
    IF Trend-Group-Susp > 0 AND NOT Trend-Group-Susp-Shown
        MOVE Trend-Group-Susp TO Trend-Susp-Edit
        ADD Trend-Group-Susp TO Trend-Src-Suspended
        MOVE SPACES TO Trend-Record
        STRING "    " Trend-Last-Date " SUSPND   NO LOAD RUN   " "          "
            "          " "          " Trend-Susp-Edit
            INTO Trend-Record
        END-STRING
        PERFORM Write-Trend-Line
    END-IF
    MOVE 0 TO Trend-Group-Susp
    MOVE "N" TO Trend-Group-Used.
Write-Trend-Run-Line.
    ADD 1 TO Trend-Run-Count
    ADD 1 TO Trend-Src-Runs
    MOVE 0 TO Trend-Line-Susp
    IF Trend-Sort-Mode NOT = "VOLSTOP" AND NOT Trend-Group-Susp-Shown
        MOVE Trend-Group-Susp TO Trend-Line-Susp
        MOVE "Y" TO Trend-Group-Used
    END-IF
    ADD Trend-Sort-Suspended TO Trend-Line-Susp
    EVALUATE Trend-Sort-Flag
        WHEN "O"
            MOVE "OUTSIDE - OVERRIDDEN" TO Trend-Tol-Text
            ADD 1 TO Trend-Outside-Count
            ADD 1 TO Trend-Src-Outside
        WHEN "S"
            MOVE "OUTSIDE - LOAD STOPPED" TO Trend-Tol-Text
            ADD 1 TO Trend-Outside-Count
            ADD 1 TO Trend-Src-Outside
        WHEN OTHER
            MOVE SPACES TO Trend-Tol-Text
    END-EVALUATE
    MOVE SPACES TO Trend-Record
    IF Trend-Sort-Counted NOT = "Y"
        STRING "    " Trend-Sort-Date " " Trend-Sort-Mode " " Trend-Sort-Stamp
            " COUNTS NOT RECORDED"
            INTO Trend-Record
        END-STRING
        PERFORM Write-Trend-Line
        EXIT PARAGRAPH
    END-IF
    IF Trend-Sort-Read > 0
        COMPUTE Trend-Rate ROUNDED = (Trend-Sort-Rejected * 100) / Trend-Sort-Read
    ELSE
        MOVE 0 TO Trend-Rate
    END-IF
    MOVE Trend-Rate TO Trend-Rate-Edit
    MOVE Trend-Sort-Read TO Trend-Read-Edit
    MOVE Trend-Sort-Written TO Trend-Written-Edit
    MOVE Trend-Sort-Rejected TO Trend-Rejected-Edit
    MOVE Trend-Line-Susp TO Trend-Susp-Edit
    IF Trend-Sort-Mode NOT = "VOLSTOP"
        ADD Trend-Sort-Read TO Trend-Src-Read
        ADD Trend-Sort-Written TO Trend-Src-Written
        ADD Trend-Sort-Rejected TO Trend-Src-Rejected
    END-IF
    ADD Trend-Line-Susp TO Trend-Src-Suspended
    STRING "    " Trend-Sort-Date " " Trend-Sort-Mode " " Trend-Sort-Stamp
        Trend-Read-Edit Trend-Written-Edit Trend-Rejected-Edit Trend-Susp-Edit
        " " Trend-Rate-Edit "  " Trend-Tol-Text
        INTO Trend-Record
    END-STRING
    PERFORM Write-Trend-Line.
Trend-Source-Break.
    IF Trend-Src-Read > 0
        COMPUTE Trend-Rate ROUNDED = (Trend-Src-Rejected * 100) / Trend-Src-Read
    ELSE
        MOVE 0 TO Trend-Rate
    END-IF
    MOVE Trend-Rate TO Trend-Rate-Edit
    MOVE Trend-Src-Read TO Trend-Read-Edit
    MOVE Trend-Src-Written TO Trend-Written-Edit
    MOVE Trend-Src-Rejected TO Trend-Rejected-Edit
    MOVE Trend-Src-Suspended TO Trend-Susp-Edit
    MOVE Trend-Src-Outside TO Count-Edit
    MOVE SPACES TO Trend-Record
    STRING "    TOTAL                           "
        Trend-Read-Edit Trend-Written-Edit Trend-Rejected-Edit Trend-Susp-Edit
        " " Trend-Rate-Edit "  OUTSIDE: " FUNCTION TRIM(Count-Edit)
        INTO Trend-Record
    END-STRING
    PERFORM Write-Trend-Line.
Write-Trend-Line.
    WRITE Trend-Record
    IF File-Status NOT = "00"
        DISPLAY "REPORT-LOAD-TREND: WRITE ERROR ON " Trend-File-Name ", STATUS " File-Status
    END-IF.
Reclassify-Output.
    MOVE 0 TO Rcl-Selected-Total
    MOVE 0 TO Rcl-Changed-Total
    MOVE 0 TO Rcl-Refused-Total
    MOVE 0 TO Extract-Count
    MOVE 0 TO Extract-Hash
    PERFORM Load-Status-Codes
    PERFORM Load-Reclass-Map
    IF Rcl-Used = 0
        DISPLAY "RECLASSIFY-OUTPUT: NO USABLE MAPPING ROWS IN " Reclass-Map-Name
            ", RECLASS ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    IF Reclass-Is-Live
        PERFORM Backup-Loaded-File
        OPEN I-O Output-File
    ELSE
        OPEN INPUT Output-File
    END-IF
    IF File-Status NOT = "00"
        DISPLAY "RECLASSIFY-OUTPUT: UNABLE TO OPEN " Output-File-Name ", STATUS "
            File-Status ", RECLASS ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    IF Reclass-Is-Live
        PERFORM Open-Audit-Trail
        IF NOT Audit-File-Open-OK
            DISPLAY "RECLASSIFY-OUTPUT: AUDIT TRAIL UNAVAILABLE, RECLASS ABANDONED"
            MOVE "Y" TO Run-Abort
            CLOSE Output-File
            EXIT PARAGRAPH
        END-IF
    END-IF
    OPEN OUTPUT Reclass-Work-File
    IF File-Status NOT = "00"
        DISPLAY "RECLASSIFY-OUTPUT: UNABLE TO OPEN " Reclass-Work-Name ", STATUS "
            File-Status ", RECLASS ABANDONED"
        MOVE "Y" TO Run-Abort
        PERFORM Close-Audit-Trail
        CLOSE Output-File
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Rcl-Idx FROM 1 BY 1 UNTIL Rcl-Idx > Rcl-Used
        PERFORM Select-Reclass-Records
    END-PERFORM
    CLOSE Reclass-Work-File
    MOVE SPACES TO Reclass-Rpt-Name
    STRING "RECLASS.rpt" DELIMITED BY SIZE "." Run-Date-Time(1:14)
        INTO Reclass-Rpt-Name
    END-STRING
    OPEN OUTPUT Reclass-Rpt-File
    IF File-Status NOT = "00"
        DISPLAY "RECLASSIFY-OUTPUT: UNABLE TO OPEN " Reclass-Rpt-Name ", STATUS "
            File-Status ", RECLASS ABANDONED"
        MOVE "Y" TO Run-Abort
        PERFORM Close-Audit-Trail
        CLOSE Output-File
        CALL "CBL_DELETE_FILE" USING Reclass-Work-Name
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Reclass-Rpt-Record
    STRING "FILE-LOADER STATUS RECLASSIFICATION REPORT - " Run-Date-Time
        INTO Reclass-Rpt-Record
    END-STRING
    PERFORM Write-Reclass-Line
    MOVE SPACES TO Reclass-Rpt-Record
    IF Reclass-Is-Live
        STRING "  RUN TYPE.............: " "LIVE"
            INTO Reclass-Rpt-Record
        END-STRING
    ELSE
        STRING "  RUN TYPE.............: " "DRY RUN - NO RECORDS CHANGED"
            INTO Reclass-Rpt-Record
        END-STRING
    END-IF
    PERFORM Write-Reclass-Line
    MOVE SPACES TO Reclass-Rpt-Record
    STRING "  MAPPING FILE.........: " Reclass-Map-Name
        INTO Reclass-Rpt-Record
    END-STRING
    PERFORM Write-Reclass-Line
    MOVE SPACES TO Reclass-Rpt-Record
    STRING "  MASTER FILE..........: " Output-File-Name
        INTO Reclass-Rpt-Record
    END-STRING
    PERFORM Write-Reclass-Line
    MOVE SPACES TO Reclass-Rpt-Record
    STRING "  OPERATOR.............: " Operator-ID
        INTO Reclass-Rpt-Record
    END-STRING
    PERFORM Write-Reclass-Line
    MOVE SPACES TO Reclass-Rpt-Record
    PERFORM Write-Reclass-Line
    MOVE "    ID     OLD  NEW  EFFECTIVE RESULT" TO Reclass-Rpt-Record
    PERFORM Write-Reclass-Line
    IF Reclass-Is-Live
        PERFORM Open-History-File
        MOVE "N" TO Reclass-Feed-Avail
        MOVE SPACES TO Extract-File-Name
        STRING "CHANGES.txt" DELIMITED BY SIZE "." Run-Date-Time(1:14)
            INTO Extract-File-Name
        END-STRING
        OPEN OUTPUT Extract-File
        IF File-Status = "00"
            MOVE "Y" TO Reclass-Feed-Avail
            MOVE SPACES TO Extract-Record
            STRING "HDR,FILE-LOADER," Run-Date-Time(1:8)
                INTO Extract-Record
            END-STRING
            PERFORM Write-Extract-Line
        ELSE
            DISPLAY "RECLASSIFY-OUTPUT: UNABLE TO OPEN " Extract-File-Name ", STATUS "
                File-Status ", NO CHANGE FEED WILL BE WRITTEN"
        END-IF
    END-IF
    OPEN INPUT Reclass-Work-File
    IF File-Status = "00"
        PERFORM FOREVER
            READ Reclass-Work-File NEXT END
                EXIT PERFORM
            NOT END
                IF File-Status NOT = "00" AND File-Status NOT = "10"
                    DISPLAY "RECLASSIFY-OUTPUT: READ ERROR ON " Reclass-Work-Name
                        ", STATUS " File-Status
                    MOVE "Y" TO Run-Abort
                    EXIT PERFORM
                END-IF
                PERFORM Reclass-One-Record
            END-READ
        END-PERFORM
        CLOSE Reclass-Work-File
    ELSE
        DISPLAY "RECLASSIFY-OUTPUT: UNABLE TO OPEN " Reclass-Work-Name ", STATUS " File-Status
        MOVE "Y" TO Run-Abort
    END-IF
    CALL "CBL_DELETE_FILE" USING Reclass-Work-Name
    IF Rcl-Selected-Total = 0
        MOVE "    NO RECORDS SELECTED" TO Reclass-Rpt-Record
        PERFORM Write-Reclass-Line
    END-IF
    PERFORM Write-Reclass-Controls
    CLOSE Reclass-Rpt-File
    IF File-Status NOT = "00"
        DISPLAY "RECLASSIFY-OUTPUT: ERROR CLOSING " Reclass-Rpt-Name ", STATUS " File-Status
    END-IF
    IF Reclass-Is-Live
        IF Reclass-Feed-Open-OK
            MOVE Extract-Count TO Extract-Count-X
            MOVE Extract-Hash TO Extract-Hash-X
            MOVE SPACES TO Extract-Record
            STRING "TRL," Extract-Count-X "," Extract-Hash-X
                INTO Extract-Record
            END-STRING
            PERFORM Write-Extract-Line
            CLOSE Extract-File
            IF File-Status NOT = "00"
                DISPLAY "RECLASSIFY-OUTPUT: ERROR CLOSING " Extract-File-Name ", STATUS " File-Status
            END-IF
        END-IF
        PERFORM Close-History-File
        MOVE SPACES TO Before-Image
        MOVE SPACES TO After-Image
        MOVE Rcl-Changed-Total TO Rcl-Changed-Edit
        STRING "*RECLASS " FUNCTION TRIM(Rcl-Changed-Edit) " RECORDS CHANGED FROM "
            Reclass-Map-Name DELIMITED BY SIZE
            INTO After-Image
        END-STRING
        MOVE SPACES TO Maker-ID
        MOVE SPACES TO Approver-ID
        MOVE "RECLAS" TO Maint-Act-Name
        PERFORM Write-Audit-Record
        PERFORM Close-Audit-Trail
    END-IF
    CLOSE Output-File
    IF File-Status NOT = "00"
        DISPLAY "RECLASSIFY-OUTPUT: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
    END-IF
    MOVE Rcl-Selected-Total TO Count-Edit
    DISPLAY "RECLASSIFY-OUTPUT: RECORDS SELECTED " Count-Edit
    MOVE Rcl-Changed-Total TO Count-Edit
    IF Reclass-Is-Live
        DISPLAY "RECLASSIFY-OUTPUT: RECORDS CHANGED " Count-Edit
    ELSE
        DISPLAY "RECLASSIFY-OUTPUT: RECORDS THAT WOULD CHANGE " Count-Edit
    END-IF
    MOVE Rcl-Refused-Total TO Count-Edit
    DISPLAY "RECLASSIFY-OUTPUT: RECORDS REFUSED " Count-Edit
    DISPLAY "RECLASSIFY-OUTPUT: REPORT IS " Reclass-Rpt-Name.
Load-Reclass-Map.
    MOVE 0 TO Rcl-Used
    OPEN INPUT Reclass-Map-File
    IF File-Status NOT = "00"
        DISPLAY "RECLASSIFY-OUTPUT: UNABLE TO OPEN " Reclass-Map-Name ", STATUS " File-Status
        EXIT PARAGRAPH
    END-IF
    PERFORM FOREVER
        READ Reclass-Map-File NEXT END
            EXIT PERFORM
        NOT END
            IF File-Status NOT = "00" AND File-Status NOT = "10"
                DISPLAY "RECLASSIFY-OUTPUT: READ ERROR ON " Reclass-Map-Name
                    ", STATUS " File-Status
                MOVE 0 TO Rcl-Used
                EXIT PERFORM
            END-IF
            IF Reclass-Map-Row NOT = SPACES
                PERFORM Parse-Reclass-Row
            END-IF
        END-READ
    END-PERFORM
    CLOSE Reclass-Map-File
    IF File-Status NOT = "00"
        DISPLAY "RECLASSIFY-OUTPUT: ERROR CLOSING " Reclass-Map-Name ", STATUS " File-Status
    END-IF.
Parse-Reclass-Row.
    MOVE SPACES TO Rcl-Parse-Old
    MOVE SPACES TO Rcl-Parse-New
    MOVE SPACES TO Rcl-Parse-From
    MOVE SPACES TO Rcl-Parse-Thru
    MOVE SPACES TO Rcl-Parse-Lo
    MOVE SPACES TO Rcl-Parse-Hi
    UNSTRING Reclass-Map-Row DELIMITED BY "," INTO
        Rcl-Parse-Old
        Rcl-Parse-New
        Rcl-Parse-From
        Rcl-Parse-Thru
        Rcl-Parse-Lo
        Rcl-Parse-Hi
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Rcl-Parse-Old)) TO Rcl-Parse-Old
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Rcl-Parse-New)) TO Rcl-Parse-New
    MOVE FUNCTION TRIM(Rcl-Parse-From) TO Rcl-Parse-From
    MOVE FUNCTION TRIM(Rcl-Parse-Thru) TO Rcl-Parse-Thru
    MOVE "Y" TO Rcl-Row-OK
    IF Rcl-Parse-Old = SPACES OR Rcl-Parse-New = SPACES
        OR Rcl-Parse-Old(5:4) NOT = SPACES OR Rcl-Parse-New(5:4) NOT = SPACES
        OR Rcl-Parse-Old = Rcl-Parse-New
        MOVE "N" TO Rcl-Row-OK
    END-IF
    IF Rcl-Parse-From NOT = SPACES
        MOVE Rcl-Parse-From TO Parse-Date
        PERFORM Validate-Effective-Date
        IF NOT Date-Is-Valid
            MOVE "N" TO Rcl-Row-OK
        END-IF
    END-IF
    IF Rcl-Parse-Thru NOT = SPACES
        MOVE Rcl-Parse-Thru TO Parse-Date
        PERFORM Validate-Effective-Date
        IF NOT Date-Is-Valid
            MOVE "N" TO Rcl-Row-OK
        END-IF
    END-IF
    IF Rcl-Used >= 50
        MOVE "N" TO Rcl-Row-OK
    END-IF
    IF NOT Rcl-Row-Is-OK
        DISPLAY "RECLASSIFY-OUTPUT: INVALID MAPPING ROW IGNORED: " Reclass-Map-Row
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO Rcl-Used
    MOVE Rcl-Parse-Old TO Rcl-Old(Rcl-Used)
    MOVE Rcl-Parse-New TO Rcl-New(Rcl-Used)
    MOVE Rcl-Parse-From TO Rcl-From(Rcl-Used)
    MOVE Rcl-Parse-Thru TO Rcl-Thru(Rcl-Used)
    MOVE 0 TO Rcl-Lo-ID(Rcl-Used)
    MOVE 999999 TO Rcl-Hi-ID(Rcl-Used)
    IF Rcl-Parse-Lo NOT = SPACES
        MOVE FUNCTION NUMVAL(Rcl-Parse-Lo) TO Rcl-Lo-ID(Rcl-Used)
    END-IF
    IF Rcl-Parse-Hi NOT = SPACES
        MOVE FUNCTION NUMVAL(Rcl-Parse-Hi) TO Rcl-Hi-ID(Rcl-Used)
    END-IF
    MOVE 0 TO Rcl-Selected(Rcl-Used)
    MOVE 0 TO Rcl-Changed(Rcl-Used)
    MOVE 0 TO Rcl-Refused(Rcl-Used)
    MOVE Rcl-New(Rcl-Used) TO Parse-Status
    PERFORM Validate-Status-Code
    IF NOT Status-Is-Known
        DISPLAY "RECLASSIFY-OUTPUT: WARNING - TARGET " Rcl-New(Rcl-Used)
            " NOT IN STATUS TABLE, ITS RECORDS WILL BE REFUSED"
    ELSE
    IF NOT Status-Is-Active
        DISPLAY "RECLASSIFY-OUTPUT: WARNING - TARGET " Rcl-New(Rcl-Used)
            " IS INACTIVE, ITS RECORDS WILL BE REFUSED"
    END-IF
    END-IF.
Select-Reclass-Records.
    MOVE Rcl-Old(Rcl-Idx) TO Output-Status-Code
    START Output-File KEY = Output-Status-Key
    IF File-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM FOREVER
        READ Output-File NEXT END
            EXIT PERFORM
        NOT END
            IF File-Status NOT = "00" AND File-Status NOT = "02"
                AND File-Status NOT = "10"
                DISPLAY "RECLASSIFY-OUTPUT: READ ERROR ON " Output-File-Name ", STATUS " File-Status
                MOVE "Y" TO Run-Abort
                EXIT PERFORM
            END-IF
            IF Output-Status-Code NOT = Rcl-Old(Rcl-Idx)
                EXIT PERFORM
            END-IF
            MOVE Rcl-Idx TO Rcl-Prior-Idx
            PERFORM Check-Reclass-Filters
            IF Rcl-Row-Is-OK
                MOVE "N" TO Rcl-Taken
                PERFORM VARYING Rcl-Prior-Idx FROM 1 BY 1
                    UNTIL Rcl-Prior-Idx >= Rcl-Idx OR Rcl-Taken-Earlier
                    IF Rcl-Old(Rcl-Prior-Idx) = Rcl-Old(Rcl-Idx)
                        PERFORM Check-Reclass-Filters
                        IF Rcl-Row-Is-OK
                            MOVE "Y" TO Rcl-Taken
                        END-IF
                    END-IF
                END-PERFORM
                IF NOT Rcl-Taken-Earlier
                    ADD 1 TO Rcl-Selected(Rcl-Idx)
                    ADD 1 TO Rcl-Selected-Total
                    MOVE Output-ID TO Reclass-Work-ID
                    MOVE Rcl-Idx TO Reclass-Work-Map
                    WRITE Reclass-Work-Record
                    IF File-Status NOT = "00"
                        DISPLAY "RECLASSIFY-OUTPUT: WRITE ERROR ON " Reclass-Work-Name
                            ", STATUS " File-Status
                        MOVE "Y" TO Run-Abort
                        EXIT PERFORM
                    END-IF
                END-IF
            END-IF
        END-READ
    END-PERFORM.
Check-Reclass-Filters.
    MOVE "Y" TO Rcl-Row-OK
    IF Rcl-From(Rcl-Prior-Idx) NOT = SPACES
        AND Output-Effective-Date < Rcl-From(Rcl-Prior-Idx)
        MOVE "N" TO Rcl-Row-OK
    END-IF
    IF Rcl-Thru(Rcl-Prior-Idx) NOT = SPACES
        AND Output-Effective-Date > Rcl-Thru(Rcl-Prior-Idx)
        MOVE "N" TO Rcl-Row-OK
    END-IF
    IF Output-ID < Rcl-Lo-ID(Rcl-Prior-Idx) OR Output-ID > Rcl-Hi-ID(Rcl-Prior-Idx)
        MOVE "N" TO Rcl-Row-OK
    END-IF.
Reclass-One-Record.
    MOVE Reclass-Work-Map TO Rcl-Idx
    MOVE SPACES TO Row-Reject-Reason
    MOVE SPACES TO Before-Image
    MOVE SPACES TO After-Image
    MOVE Reclass-Work-ID TO Output-ID
    READ Output-File KEY IS Output-ID-Key
        INVALID KEY
            MOVE "NOT ON FILE" TO Row-Reject-Reason
        NOT INVALID KEY
            MOVE Output-Record TO Before-Image
    END-READ
    IF Row-Reject-Reason = SPACES AND Output-Status-Code NOT = Rcl-Old(Rcl-Idx)
        MOVE "STATUS CHANGED" TO Row-Reject-Reason
    END-IF
    IF Row-Reject-Reason = SPACES
        MOVE Rcl-Old(Rcl-Idx) TO Old-Status-Code
        MOVE Rcl-New(Rcl-Idx) TO New-Status-Code
        PERFORM Validate-Status-Change
        MOVE Before-Effective-Date TO Period-Check-Date
        MOVE SPACES TO Period-Check-Date-2
        PERFORM Check-Period-Lock
    END-IF
    IF Row-Reject-Reason = SPACES AND Reclass-Is-Live
        MOVE Rcl-New(Rcl-Idx) TO Output-Status-Code
        REWRITE Output-Record
            INVALID KEY
                MOVE "REWRITE FAILED" TO Row-Reject-Reason
        END-REWRITE
        IF Row-Reject-Reason = SPACES
            MOVE Output-Record TO After-Image
            MOVE SPACES TO Maker-ID
            MOVE SPACES TO Approver-ID
            MOVE "RECLAS" TO Maint-Act-Name
            PERFORM Write-History-Record
            PERFORM Write-Audit-Record
            IF Reclass-Feed-Open-OK
                MOVE "C" TO Extract-Action
                PERFORM Write-Extract-Detail
            END-IF
        END-IF
    END-IF
    MOVE SPACES TO Rcl-Result
    IF Row-Reject-Reason = SPACES
        ADD 1 TO Rcl-Changed(Rcl-Idx)
        ADD 1 TO Rcl-Changed-Total
        IF Reclass-Is-Live
            MOVE "CHANGED" TO Rcl-Result
        ELSE
            MOVE "WOULD CHANGE" TO Rcl-Result
        END-IF
    ELSE
        ADD 1 TO Rcl-Refused(Rcl-Idx)
        ADD 1 TO Rcl-Refused-Total
        IF Reclass-Is-Live
            STRING "REFUSED, " Row-Reject-Reason
                INTO Rcl-Result
            END-STRING
        ELSE
            STRING "WOULD BE REFUSED, " Row-Reject-Reason
                INTO Rcl-Result
            END-STRING
        END-IF
    END-IF
    MOVE SPACES TO Reclass-Rpt-Record
    STRING "    " Reclass-Work-ID " " Rcl-Old(Rcl-Idx) " " Rcl-New(Rcl-Idx) " "
        Before-Effective-Date "  " Rcl-Result
        INTO Reclass-Rpt-Record
    END-STRING
    PERFORM Write-Reclass-Line.
Write-Reclass-Controls.
    MOVE SPACES TO Reclass-Rpt-Record
    PERFORM Write-Reclass-Line
    MOVE "  CONTROL TOTALS BY CODE" TO Reclass-Rpt-Record
    PERFORM Write-Reclass-Line
    MOVE SPACES TO Reclass-Rpt-Record
    IF Reclass-Is-Live
        STRING "    OLD  NEW  FROM     THRU     LOW-ID HIGH-ID" "  SELECTED"
            "   CHANGED" "   REFUSED"
            INTO Reclass-Rpt-Record
        END-STRING
    ELSE
        STRING "    OLD  NEW  FROM     THRU     LOW-ID HIGH-ID" "  SELECTED"
            " WOULD CHG" " WOULD REF"
            INTO Reclass-Rpt-Record
        END-STRING
    END-IF
    PERFORM Write-Reclass-Line
    PERFORM VARYING Rcl-Idx FROM 1 BY 1 UNTIL Rcl-Idx > Rcl-Used
        MOVE Rcl-Selected(Rcl-Idx) TO Rcl-Selected-Edit
        MOVE Rcl-Changed(Rcl-Idx) TO Rcl-Changed-Edit
        MOVE Rcl-Refused(Rcl-Idx) TO Rcl-Refused-Edit
        MOVE SPACES TO Reclass-Rpt-Record
        STRING "    " Rcl-Old(Rcl-Idx) " " Rcl-New(Rcl-Idx) " " Rcl-From(Rcl-Idx) " "
            Rcl-Thru(Rcl-Idx) " " Rcl-Lo-ID(Rcl-Idx) " " Rcl-Hi-ID(Rcl-Idx) " "
            Rcl-Selected-Edit " " Rcl-Changed-Edit " " Rcl-Refused-Edit
            INTO Reclass-Rpt-Record
        END-STRING
        PERFORM Write-Reclass-Line
    END-PERFORM
    MOVE SPACES TO Reclass-Rpt-Record
    PERFORM Write-Reclass-Line
    MOVE Rcl-Selected-Total TO Count-Edit
    MOVE SPACES TO Reclass-Rpt-Record
    STRING "  RECORDS SELECTED.....: " Count-Edit
        INTO Reclass-Rpt-Record
    END-STRING
    PERFORM Write-Reclass-Line
    MOVE Rcl-Changed-Total TO Count-Edit
    MOVE SPACES TO Reclass-Rpt-Record
    IF Reclass-Is-Live
        STRING "  RECORDS CHANGED......: " Count-Edit
            INTO Reclass-Rpt-Record
        END-STRING
    ELSE
        STRING "  RECORDS WOULD CHANGE.: " Count-Edit
            INTO Reclass-Rpt-Record
        END-STRING
    END-IF
    PERFORM Write-Reclass-Line
    MOVE Rcl-Refused-Total TO Count-Edit
    MOVE SPACES TO Reclass-Rpt-Record
    STRING "  RECORDS REFUSED......: " Count-Edit
        INTO Reclass-Rpt-Record
    END-STRING
    PERFORM Write-Reclass-Line.
Write-Reclass-Line.
    WRITE Reclass-Rpt-Record
    IF File-Status NOT = "00"
        DISPLAY "RECLASSIFY-OUTPUT: WRITE ERROR ON " Reclass-Rpt-Name ", STATUS " File-Status
    END-IF.
Select-Output.
    MOVE 0 TO Sel-Read-Count
    MOVE 0 TO Sel-Count
    PERFORM Load-Status-Codes
    PERFORM Load-Select-Criteria
    IF Crit-Is-Bad
        DISPLAY "SELECT-OUTPUT: CRITERIA FILE " Criteria-File-Name " NOT USABLE, SELECT ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT Output-File
    IF File-Status NOT = "00"
        DISPLAY "SELECT-OUTPUT: UNABLE TO OPEN " Output-File-Name ", STATUS "
            File-Status ", SELECT ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO Sel-Xref-Avail
    OPEN INPUT Xref-File
    IF File-Status = "00"
        MOVE "Y" TO Sel-Xref-Avail
    ELSE
        IF Crit-Need-Source = "Y"
            DISPLAY "SELECT-OUTPUT: UNABLE TO OPEN " Xref-File-Name ", STATUS "
                File-Status ", SOURCE CRITERIA CANNOT BE APPLIED, SELECT ABANDONED"
            MOVE "Y" TO Run-Abort
            CLOSE Output-File
            EXIT PARAGRAPH
        END-IF
        DISPLAY "SELECT-OUTPUT: UNABLE TO OPEN " Xref-File-Name ", STATUS "
            File-Status ", SOURCE COLUMN WILL BE BLANK"
    END-IF
    MOVE SPACES TO Select-File-Name
    STRING "SELECT.txt" DELIMITED BY SIZE "." Run-Date-Time(1:14)
        INTO Select-File-Name
    END-STRING
    OPEN OUTPUT Select-File
    IF File-Status NOT = "00"
        DISPLAY "SELECT-OUTPUT: UNABLE TO OPEN " Select-File-Name ", STATUS "
            File-Status ", SELECT ABANDONED"
        MOVE "Y" TO Run-Abort
        IF Sel-Xref-Open-OK
            CLOSE Xref-File
        END-IF
        CLOSE Output-File
        EXIT PARAGRAPH
    END-IF
    MOVE "ID|STRING|EFFECTIVE-DATE|STATUS|STATUS-DESCRIPTION|ACTIVE|SOURCE" TO Select-Record
    PERFORM Write-Select-Line
    INITIALIZE Output-Record
    START Output-File KEY >= Output-ID-Key
    IF File-Status = "00"
        PERFORM FOREVER
            READ Output-File NEXT END
                EXIT PERFORM
            NOT END
                IF File-Status NOT = "00" AND File-Status NOT = "02"
                    AND File-Status NOT = "10"
                    DISPLAY "SELECT-OUTPUT: READ ERROR ON " Output-File-Name ", STATUS " File-Status
                    MOVE "Y" TO Run-Abort
                    EXIT PERFORM
                END-IF
                ADD 1 TO Sel-Read-Count
                PERFORM Match-Select-Criteria
                IF Sel-Is-Match
                    PERFORM Write-Select-Detail
                END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE Select-File
    IF File-Status NOT = "00"
        DISPLAY "SELECT-OUTPUT: ERROR CLOSING " Select-File-Name ", STATUS " File-Status
    END-IF
    IF Sel-Xref-Open-OK
        CLOSE Xref-File
    END-IF
    CLOSE Output-File
    IF File-Status NOT = "00"
        DISPLAY "SELECT-OUTPUT: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
    END-IF
    PERFORM Write-Select-Report
    MOVE Sel-Count TO Count-Edit
    DISPLAY "SELECT-OUTPUT: " Count-Edit " RECORDS SELECTED TO " Select-File-Name.
Load-Select-Criteria.
    MOVE 0 TO Crit-Used
    MOVE "N" TO Crit-Bad
    MOVE "N" TO Crit-Need-ID
    MOVE "N" TO Crit-Need-Status
    MOVE "N" TO Crit-Need-Date
    MOVE "N" TO Crit-Need-Text
    MOVE "N" TO Crit-Need-Source
    OPEN INPUT Criteria-File
    IF File-Status NOT = "00"
        DISPLAY "SELECT-OUTPUT: UNABLE TO OPEN " Criteria-File-Name ", STATUS " File-Status
        MOVE "Y" TO Crit-Bad
        EXIT PARAGRAPH
    END-IF
    PERFORM FOREVER
        READ Criteria-File NEXT END
            EXIT PERFORM
        NOT END
            IF File-Status NOT = "00" AND File-Status NOT = "10"
                DISPLAY "SELECT-OUTPUT: READ ERROR ON " Criteria-File-Name
                    ", STATUS " File-Status
                MOVE "Y" TO Crit-Bad
                EXIT PERFORM
            END-IF
            IF Criteria-Row NOT = SPACES
                PERFORM Parse-Criteria-Row
            END-IF
        END-READ
    END-PERFORM
    CLOSE Criteria-File
    IF File-Status NOT = "00"
        DISPLAY "SELECT-OUTPUT: ERROR CLOSING " Criteria-File-Name ", STATUS " File-Status
    END-IF.
Parse-Criteria-Row.
    MOVE SPACES TO Crit-Parse-Kind
    MOVE 1 TO Crit-Pointer
    UNSTRING Criteria-Row DELIMITED BY "," INTO Crit-Parse-Kind
        WITH POINTER Crit-Pointer
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Crit-Parse-Kind)) TO Crit-Parse-Kind
    PERFORM VARYING Crit-Parse-Idx FROM 1 BY 1 UNTIL Crit-Parse-Idx > 8
        MOVE SPACES TO Crit-Parse-Value(Crit-Parse-Idx)
    END-PERFORM
    IF Crit-Pointer <= 128
        IF Crit-Parse-Kind = "TEXT"
            MOVE Criteria-Row(Crit-Pointer:) TO Crit-Parse-Value(1)
        ELSE
            UNSTRING Criteria-Row(Crit-Pointer:) DELIMITED BY "," INTO
                Crit-Parse-Value(1) Crit-Parse-Value(2) Crit-Parse-Value(3)
                Crit-Parse-Value(4) Crit-Parse-Value(5) Crit-Parse-Value(6)
                Crit-Parse-Value(7) Crit-Parse-Value(8)
            END-UNSTRING
        END-IF
    END-IF
    EVALUATE Crit-Parse-Kind
        WHEN "IDRANGE"
            PERFORM Add-Criteria-Entry
            IF Crit-Is-Bad
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO Crit-Need-ID
            MOVE 0 TO Crit-Lo-ID(Crit-Used)
            MOVE 999999 TO Crit-Hi-ID(Crit-Used)
            IF Crit-Parse-Value(1) NOT = SPACES
                MOVE FUNCTION NUMVAL(Crit-Parse-Value(1)) TO Crit-Lo-ID(Crit-Used)
            END-IF
            IF Crit-Parse-Value(2) NOT = SPACES
                MOVE FUNCTION NUMVAL(Crit-Parse-Value(2)) TO Crit-Hi-ID(Crit-Used)
            END-IF
            IF Crit-Lo-ID(Crit-Used) > Crit-Hi-ID(Crit-Used)
                DISPLAY "SELECT-OUTPUT: ID RANGE LOW ABOVE HIGH: " Criteria-Row
                MOVE "Y" TO Crit-Bad
            END-IF
        WHEN "STATUS"
            PERFORM VARYING Crit-Parse-Idx FROM 1 BY 1 UNTIL Crit-Parse-Idx > 8
                IF Crit-Parse-Value(Crit-Parse-Idx) NOT = SPACES
                    PERFORM Add-Criteria-Entry
                    IF Crit-Is-Bad
                        EXIT PERFORM
                    END-IF
                    MOVE "Y" TO Crit-Need-Status
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Crit-Parse-Value(Crit-Parse-Idx)))
                        TO Crit-Text(Crit-Used)
                END-IF
            END-PERFORM
        WHEN "EFFDATE"
            PERFORM Add-Criteria-Entry
            IF Crit-Is-Bad
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO Crit-Need-Date
            MOVE FUNCTION TRIM(Crit-Parse-Value(1)) TO Crit-From(Crit-Used)
            MOVE FUNCTION TRIM(Crit-Parse-Value(2)) TO Crit-Thru(Crit-Used)
            IF Crit-From(Crit-Used) NOT = SPACES
                MOVE Crit-From(Crit-Used) TO Parse-Date
                PERFORM Validate-Effective-Date
                IF NOT Date-Is-Valid
                    DISPLAY "SELECT-OUTPUT: INVALID FROM DATE: " Criteria-Row
                    MOVE "Y" TO Crit-Bad
                END-IF
            END-IF
            IF Crit-Thru(Crit-Used) NOT = SPACES
                MOVE Crit-Thru(Crit-Used) TO Parse-Date
                PERFORM Validate-Effective-Date
                IF NOT Date-Is-Valid
                    DISPLAY "SELECT-OUTPUT: INVALID THRU DATE: " Criteria-Row
                    MOVE "Y" TO Crit-Bad
                END-IF
            END-IF
        WHEN "TEXT"
            IF Crit-Parse-Value(1) = SPACES
                DISPLAY "SELECT-OUTPUT: TEXT CRITERION WITH NO TEXT: " Criteria-Row
                MOVE "Y" TO Crit-Bad
                EXIT PARAGRAPH
            END-IF
            PERFORM Add-Criteria-Entry
            IF Crit-Is-Bad
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO Crit-Need-Text
            MOVE FUNCTION UPPER-CASE(Crit-Parse-Value(1)) TO Crit-Text(Crit-Used)
            MOVE FUNCTION LENGTH(FUNCTION TRIM(Crit-Text(Crit-Used) TRAILING))
                TO Crit-Text-Len(Crit-Used)
        WHEN "SOURCE"
            PERFORM VARYING Crit-Parse-Idx FROM 1 BY 1 UNTIL Crit-Parse-Idx > 8
                IF Crit-Parse-Value(Crit-Parse-Idx) NOT = SPACES
                    PERFORM Add-Criteria-Entry
                    IF Crit-Is-Bad
                        EXIT PERFORM
                    END-IF
                    MOVE "Y" TO Crit-Need-Source
                    MOVE FUNCTION TRIM(Crit-Parse-Value(Crit-Parse-Idx)) TO Crit-Text(Crit-Used)
                END-IF
            END-PERFORM
        WHEN OTHER
            DISPLAY "SELECT-OUTPUT: UNKNOWN CRITERION: " Criteria-Row
            MOVE "Y" TO Crit-Bad
    END-EVALUATE.
Add-Criteria-Entry.
    IF Crit-Used >= 100
        DISPLAY "SELECT-OUTPUT: TOO MANY CRITERIA, LIMIT IS 100"
        MOVE "Y" TO Crit-Bad
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO Crit-Used
    MOVE Crit-Parse-Kind TO Crit-Kind(Crit-Used)
    MOVE SPACES TO Crit-Text(Crit-Used)
    MOVE 0 TO Crit-Text-Len(Crit-Used)
    MOVE SPACES TO Crit-From(Crit-Used)
    MOVE SPACES TO Crit-Thru(Crit-Used)
    MOVE 0 TO Crit-Lo-ID(Crit-Used)
    MOVE 0 TO Crit-Hi-ID(Crit-Used).
Match-Select-Criteria.
    MOVE "Y" TO Sel-Match
    MOVE SPACES TO Sel-Source
    IF Crit-Need-ID = "Y"
        MOVE "IDRANGE" TO Sel-Check-Kind
        PERFORM Match-Criteria-Kind
        IF NOT Sel-Cat-Hit
            MOVE "N" TO Sel-Match
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF Crit-Need-Status = "Y"
        MOVE "STATUS" TO Sel-Check-Kind
        PERFORM Match-Criteria-Kind
        IF NOT Sel-Cat-Hit
            MOVE "N" TO Sel-Match
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF Crit-Need-Date = "Y"
        MOVE "EFFDATE" TO Sel-Check-Kind
        PERFORM Match-Criteria-Kind
        IF NOT Sel-Cat-Hit
            MOVE "N" TO Sel-Match
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF Crit-Need-Text = "Y"
        MOVE FUNCTION UPPER-CASE(Output-String) TO Sel-Upper-String
        MOVE "TEXT" TO Sel-Check-Kind
        PERFORM Match-Criteria-Kind
        IF NOT Sel-Cat-Hit
            MOVE "N" TO Sel-Match
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF Sel-Xref-Open-OK
        MOVE Output-ID TO Xref-ID
        READ Xref-File KEY IS Xref-ID-Key
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE Xref-Source TO Sel-Source
        END-READ
    END-IF
    IF Crit-Need-Source = "Y"
        MOVE "SOURCE" TO Sel-Check-Kind
        PERFORM Match-Criteria-Kind
        IF NOT Sel-Cat-Hit
            MOVE "N" TO Sel-Match
        END-IF
    END-IF.
Match-Criteria-Kind.
    MOVE "N" TO Sel-Hit
    PERFORM VARYING Crit-Idx FROM 1 BY 1 UNTIL Crit-Idx > Crit-Used OR Sel-Cat-Hit
        IF Crit-Kind(Crit-Idx) = Sel-Check-Kind
            EVALUATE Sel-Check-Kind
                WHEN "IDRANGE"
                    IF Output-ID >= Crit-Lo-ID(Crit-Idx) AND Output-ID <= Crit-Hi-ID(Crit-Idx)
                        MOVE "Y" TO Sel-Hit
                    END-IF
                WHEN "STATUS"
                    IF Output-Status-Code = Crit-Text(Crit-Idx)
                        MOVE "Y" TO Sel-Hit
                    END-IF
                WHEN "EFFDATE"
                    IF (Crit-From(Crit-Idx) = SPACES
                        OR Output-Effective-Date >= Crit-From(Crit-Idx))
                        AND (Crit-Thru(Crit-Idx) = SPACES
                        OR Output-Effective-Date <= Crit-Thru(Crit-Idx))
                        MOVE "Y" TO Sel-Hit
                    END-IF
                WHEN "TEXT"
                    MOVE 0 TO Sel-Tally
                    INSPECT Sel-Upper-String TALLYING Sel-Tally
                        FOR ALL Crit-Text(Crit-Idx)(1:Crit-Text-Len(Crit-Idx))
                    IF Sel-Tally > 0
                        MOVE "Y" TO Sel-Hit
                    END-IF
                WHEN "SOURCE"
                    IF Sel-Source = Crit-Text(Crit-Idx)
                        MOVE "Y" TO Sel-Hit
                    END-IF
            END-EVALUATE
        END-IF
    END-PERFORM.
Write-Select-Detail.
    MOVE Output-Status-Code TO Parse-Status
    PERFORM Validate-Status-Code
    IF NOT Status-Is-Known
        MOVE "UNKNOWN" TO Status-Desc-Display
        MOVE "?" TO Sel-Active
    ELSE
    IF Status-Is-Active
        MOVE "Y" TO Sel-Active
    ELSE
        MOVE "N" TO Sel-Active
    END-IF
    END-IF
    MOVE SPACES TO Select-Record
    STRING Output-ID "|" FUNCTION TRIM(Output-String TRAILING) "|"
        Output-Effective-Date "|" FUNCTION TRIM(Output-Status-Code TRAILING) "|"
        FUNCTION TRIM(Status-Desc-Display TRAILING) "|" Sel-Active "|"
        FUNCTION TRIM(Sel-Source TRAILING)
        DELIMITED BY SIZE
        INTO Select-Record
    END-STRING
    PERFORM Write-Select-Line
    ADD 1 TO Sel-Count.
Write-Select-Line.
    WRITE Select-Record
    IF File-Status NOT = "00"
        DISPLAY "SELECT-OUTPUT: WRITE ERROR ON " Select-File-Name ", STATUS " File-Status
    END-IF.
Write-Select-Report.
    MOVE SPACES TO Selrpt-File-Name
    STRING "SELECTRPT.rpt" DELIMITED BY SIZE "." Run-Date-Time(1:14)
        INTO Selrpt-File-Name
    END-STRING
    OPEN OUTPUT Selrpt-File
    IF File-Status NOT = "00"
        DISPLAY "SELECT-OUTPUT: UNABLE TO OPEN " Selrpt-File-Name ", STATUS " File-Status
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Selrpt-Record
    STRING "FILE-LOADER SELECTION EXTRACT REPORT - " Run-Date-Time
        INTO Selrpt-Record
    END-STRING
    PERFORM Write-Selrpt-Line
    MOVE SPACES TO Selrpt-Record
    STRING "  CRITERIA FILE........: " Criteria-File-Name
        INTO Selrpt-Record
    END-STRING
    PERFORM Write-Selrpt-Line
    MOVE SPACES TO Selrpt-Record
    STRING "  MASTER FILE..........: " Output-File-Name
        INTO Selrpt-Record
    END-STRING
    PERFORM Write-Selrpt-Line
    MOVE SPACES TO Selrpt-Record
    STRING "  EXTRACT FILE.........: " Select-File-Name
        INTO Selrpt-Record
    END-STRING
    PERFORM Write-Selrpt-Line
    MOVE SPACES TO Selrpt-Record
    PERFORM Write-Selrpt-Line
    MOVE "  CRITERIA (ANY WITHIN A KIND, ALL KINDS MUST MATCH)" TO Selrpt-Record
    PERFORM Write-Selrpt-Line
    IF Crit-Used = 0
        MOVE "    NONE - ALL RECORDS SELECTED" TO Selrpt-Record
        PERFORM Write-Selrpt-Line
    END-IF
    PERFORM VARYING Crit-Idx FROM 1 BY 1 UNTIL Crit-Idx > Crit-Used
        MOVE SPACES TO Selrpt-Record
        EVALUATE Crit-Kind(Crit-Idx)
            WHEN "IDRANGE"
                STRING "    IDRANGE  " Crit-Lo-ID(Crit-Idx) " THRU " Crit-Hi-ID(Crit-Idx)
                    INTO Selrpt-Record
                END-STRING
            WHEN "EFFDATE"
                STRING "    EFFDATE  FROM " Crit-From(Crit-Idx) " THRU " Crit-Thru(Crit-Idx)
                    INTO Selrpt-Record
                END-STRING
            WHEN OTHER
                STRING "    " Crit-Kind(Crit-Idx) " " Crit-Text(Crit-Idx)
                    INTO Selrpt-Record
                END-STRING
        END-EVALUATE
        PERFORM Write-Selrpt-Line
    END-PERFORM
    MOVE SPACES TO Selrpt-Record
    PERFORM Write-Selrpt-Line
    MOVE Sel-Read-Count TO Count-Edit
    MOVE SPACES TO Selrpt-Record
    STRING "  RECORDS READ.........: " Count-Edit
        INTO Selrpt-Record
    END-STRING
    PERFORM Write-Selrpt-Line
    MOVE Sel-Count TO Count-Edit
    MOVE SPACES TO Selrpt-Record
    STRING "  RECORDS SELECTED.....: " Count-Edit
        INTO Selrpt-Record
    END-STRING
    PERFORM Write-Selrpt-Line
    CLOSE Selrpt-File
    IF File-Status NOT = "00"
        DISPLAY "SELECT-OUTPUT: ERROR CLOSING " Selrpt-File-Name ", STATUS " File-Status
    END-IF.
Write-Selrpt-Line.
    WRITE Selrpt-Record
    IF File-Status NOT = "00"
        DISPLAY "SELECT-OUTPUT: WRITE ERROR ON " Selrpt-File-Name ", STATUS " File-Status
    END-IF.
Load-Closed-Periods.
    MOVE 0 TO Period-Used
    MOVE "N" TO Period-Full
    OPEN INPUT Period-File
    IF File-Status = "35"
        EXIT PARAGRAPH
    END-IF
    IF File-Status NOT = "00"
        DISPLAY "LOAD-CLOSED-PERIODS: UNABLE TO OPEN PeriodClose.txt, STATUS " File-Status
            ", RUN ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    PERFORM FOREVER
        READ Period-File NEXT END
            EXIT PERFORM
        NOT END
            IF File-Status NOT = "00" AND File-Status NOT = "10"
                DISPLAY "LOAD-CLOSED-PERIODS: READ ERROR ON PeriodClose.txt, STATUS "
                    File-Status ", RUN ABANDONED"
                MOVE "Y" TO Run-Abort
                EXIT PERFORM
            END-IF
            IF Period-Row NOT = SPACES
                PERFORM Apply-Period-Row
            END-IF
        END-READ
    END-PERFORM
    CLOSE Period-File
    IF File-Status NOT = "00"
        DISPLAY "LOAD-CLOSED-PERIODS: ERROR CLOSING PeriodClose.txt, STATUS " File-Status
    END-IF.
Apply-Period-Row.
    MOVE SPACES TO Period-Parse-Month
    MOVE SPACES TO Period-Parse-State
    MOVE SPACES TO Period-Parse-Stamp
    MOVE SPACES TO Period-Parse-Oper
    MOVE SPACES TO Period-Parse-Snapshot
    UNSTRING Period-Row DELIMITED BY "," INTO
        Period-Parse-Month
        Period-Parse-State
        Period-Parse-Stamp
        Period-Parse-Oper
        Period-Parse-Snapshot
    END-UNSTRING
    PERFORM Find-Period-Entry
    IF Period-Parse-State = "C"
        IF Period-Found-Idx = 0
            IF Period-Used >= 240
                IF NOT Period-Table-Full
                    DISPLAY "LOAD-CLOSED-PERIODS: MORE THAN 240 PERIODS ON PeriodClose.txt, "
                        "RUN ABANDONED"
                END-IF
                MOVE "Y" TO Period-Full
                MOVE "Y" TO Run-Abort
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO Period-Used
            MOVE Period-Used TO Period-Found-Idx
            MOVE Period-Parse-Month TO Period-Month(Period-Found-Idx)
        END-IF
        MOVE "C" TO Period-State(Period-Found-Idx)
        MOVE Period-Parse-Snapshot TO Period-Snapshot(Period-Found-Idx)
    ELSE
    IF Period-Parse-State = "R" AND Period-Found-Idx > 0
        MOVE "R" TO Period-State(Period-Found-Idx)
    END-IF
    END-IF.
Find-Period-Entry.
    MOVE 0 TO Period-Found-Idx
    PERFORM VARYING Period-Idx FROM 1 BY 1 UNTIL Period-Idx > Period-Used
        IF Period-Month(Period-Idx) = Period-Parse-Month
            MOVE Period-Idx TO Period-Found-Idx
            EXIT PERFORM
        END-IF
    END-PERFORM.
Check-Period-Lock.
    IF Row-Reject-Reason NOT = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Period-Idx FROM 1 BY 1 UNTIL Period-Idx > Period-Used
        IF Period-State(Period-Idx) = "C"
            IF (Period-Check-Date NOT = SPACES
                    AND Period-Check-Date(1:6) = Period-Month(Period-Idx))
                OR (Period-Check-Date-2 NOT = SPACES
                    AND Period-Check-Date-2(1:6) = Period-Month(Period-Idx))
                MOVE "PERIOD CLOSED" TO Row-Reject-Reason
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM.
Validate-Period.
    MOVE "N" TO Period-Valid
    MOVE Period-Parse-Month TO Parse-Date(1:6)
    MOVE "01" TO Parse-Date(7:2)
    PERFORM Validate-Effective-Date
    IF Date-Is-Valid
        MOVE "Y" TO Period-Valid
    END-IF.
Write-Period-Row.
    OPEN EXTEND Period-File
    IF File-Status = "35"
        OPEN OUTPUT Period-File
    END-IF
    IF File-Status NOT = "00"
        DISPLAY "WRITE-PERIOD-ROW: UNABLE TO OPEN PeriodClose.txt, STATUS " File-Status
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Period-Record
    STRING Period-Parse-Month "," Period-Parse-State "," Run-Date-Time(1:14) ","
            DELIMITED BY SIZE
        Operator-ID DELIMITED BY SPACE
        "," DELIMITED BY SIZE
        Period-Parse-Snapshot DELIMITED BY SPACE
        INTO Period-Record
    END-STRING
    WRITE Period-Record
    IF File-Status NOT = "00"
        DISPLAY "WRITE-PERIOD-ROW: WRITE ERROR ON PeriodClose.txt, STATUS " File-Status
        MOVE "Y" TO Run-Abort
    END-IF
    CLOSE Period-File
    IF File-Status NOT = "00"
        DISPLAY "WRITE-PERIOD-ROW: ERROR CLOSING PeriodClose.txt, STATUS " File-Status
    END-IF.
Close-Period.
    IF Period-Request = SPACES
        MOVE Bus-Date(1:6) TO Period-Work
        IF Period-Work-MM = 1
            SUBTRACT 1 FROM Period-Work-CCYY
            MOVE 12 TO Period-Work-MM
        ELSE
            SUBTRACT 1 FROM Period-Work-MM
        END-IF
        MOVE Period-Work TO Period-Request
    END-IF
    MOVE Period-Request TO Period-Parse-Month
    PERFORM Validate-Period
    IF NOT Period-Is-Valid
        DISPLAY "CLOSE-PERIOD: INVALID PERIOD " Period-Request ", CLOSE ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    IF Period-Request > Bus-Date(1:6)
        DISPLAY "CLOSE-PERIOD: PERIOD " Period-Request " IS AFTER BUSINESS DATE " Bus-Date
            ", CLOSE ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    PERFORM Find-Period-Entry
    IF Period-Found-Idx > 0
        IF Period-State(Period-Found-Idx) = "C"
            DISPLAY "CLOSE-PERIOD: PERIOD " Period-Request " ALREADY CLOSED, SNAPSHOT "
                FUNCTION TRIM(Period-Snapshot(Period-Found-Idx)) ", CLOSE ABANDONED"
            MOVE "Y" TO Run-Abort
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE SPACES TO Source-File-Name
    MOVE Output-File-Name TO Source-File-Name
    CALL "CBL_CHECK_FILE_EXIST" USING Source-File-Name File-Exist-Info
    IF RETURN-CODE NOT = 0
        DISPLAY "CLOSE-PERIOD: " FUNCTION TRIM(Output-File-Name) " NOT FOUND, CLOSE ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    PERFORM Open-Audit-Trail
    IF NOT Audit-File-Open-OK
        DISPLAY "CLOSE-PERIOD: AUDIT TRAIL UNAVAILABLE, CLOSE ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Period-Snapshot-Name
    STRING Output-File-Name DELIMITED BY SPACE ".P" Period-Request "." Run-Date-Time(1:14)
            DELIMITED BY SIZE
        INTO Period-Snapshot-Name
    END-STRING
    CALL "CBL_COPY_FILE" USING Source-File-Name Period-Snapshot-Name
    IF RETURN-CODE NOT = 0
        DISPLAY "CLOSE-PERIOD: UNABLE TO COPY " FUNCTION TRIM(Output-File-Name) " TO "
            FUNCTION TRIM(Period-Snapshot-Name) ", RETURN CODE " RETURN-CODE
            ", CLOSE ABANDONED"
        MOVE "Y" TO Run-Abort
        PERFORM Close-Audit-Trail
        EXIT PARAGRAPH
    END-IF
    MOVE "C" TO Period-Parse-State
    MOVE Period-Snapshot-Name TO Period-Parse-Snapshot
    PERFORM Write-Period-Row
    IF Run-Was-Aborted
        DISPLAY "CLOSE-PERIOD: PERIOD " Period-Request " NOT RECORDED AS CLOSED"
        PERFORM Close-Audit-Trail
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Before-Image
    MOVE SPACES TO After-Image
    STRING "*CLOSED PERIOD " Period-Request ", SNAPSHOT " Period-Snapshot-Name
        INTO After-Image
    END-STRING
    MOVE SPACES TO Maker-ID
    MOVE SPACES TO Approver-ID
    MOVE "PCLOSE" TO Maint-Act-Name
    PERFORM Write-Audit-Record
    PERFORM Close-Audit-Trail
    DISPLAY "CLOSE-PERIOD: PERIOD " Period-Request " CLOSED, SNAPSHOT "
        FUNCTION TRIM(Period-Snapshot-Name).
Reopen-Period.
    IF Period-Request = SPACES
        DISPLAY "ENTER PERIOD TO REOPEN (CCYYMM): "
        ACCEPT Period-Request
    END-IF
    MOVE Period-Request TO Period-Parse-Month
    PERFORM Find-Period-Entry
    IF Period-Found-Idx = 0
        DISPLAY "REOPEN-PERIOD: PERIOD " Period-Request " IS NOT CLOSED, REOPEN ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    IF Period-State(Period-Found-Idx) NOT = "C"
        DISPLAY "REOPEN-PERIOD: PERIOD " Period-Request " IS NOT CLOSED, REOPEN ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    PERFORM Open-Audit-Trail
    IF NOT Audit-File-Open-OK
        DISPLAY "REOPEN-PERIOD: AUDIT TRAIL UNAVAILABLE, REOPEN ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    MOVE "R" TO Period-Parse-State
    MOVE Period-Snapshot(Period-Found-Idx) TO Period-Parse-Snapshot
    PERFORM Write-Period-Row
    IF Run-Was-Aborted
        DISPLAY "REOPEN-PERIOD: PERIOD " Period-Request " NOT RECORDED AS REOPENED"
        PERFORM Close-Audit-Trail
        EXIT PARAGRAPH
    END-IF
    MOVE "R" TO Period-State(Period-Found-Idx)
    MOVE SPACES TO Before-Image
    MOVE SPACES TO After-Image
    STRING "*REOPENED PERIOD " Period-Request ", SNAPSHOT " Period-Parse-Snapshot
        INTO After-Image
    END-STRING
    MOVE SPACES TO Maker-ID
    MOVE SPACES TO Approver-ID
    MOVE "REOPEN" TO Maint-Act-Name
    PERFORM Write-Audit-Record
    PERFORM Close-Audit-Trail
    DISPLAY "REOPEN-PERIOD: PERIOD " Period-Request " REOPENED, SNAPSHOT "
        FUNCTION TRIM(Period-Parse-Snapshot) " KEPT".
Compare-Periods.
    IF Period-From = SPACES
        DISPLAY "ENTER FROM PERIOD (CCYYMM): "
        ACCEPT Period-From
    END-IF
    IF Period-To = SPACES
        DISPLAY "ENTER TO PERIOD (CCYYMM): "
        ACCEPT Period-To
    END-IF
    IF Period-From = Period-To
        DISPLAY "COMPARE-PERIODS: FROM AND TO PERIOD ARE BOTH " Period-From
            ", COMPARE ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    MOVE Period-From TO Period-Parse-Month
    PERFORM Find-Period-Entry
    IF Period-Found-Idx = 0
        DISPLAY "COMPARE-PERIODS: PERIOD " Period-From " IS NOT CLOSED, COMPARE ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    IF Period-State(Period-Found-Idx) NOT = "C"
        DISPLAY "COMPARE-PERIODS: PERIOD " Period-From " IS NOT CLOSED, COMPARE ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    MOVE Period-Snapshot(Period-Found-Idx) TO Period-From-Snapshot
    MOVE Period-To TO Period-Parse-Month
    PERFORM Find-Period-Entry
    IF Period-Found-Idx = 0
        DISPLAY "COMPARE-PERIODS: PERIOD " Period-To " IS NOT CLOSED, COMPARE ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    IF Period-State(Period-Found-Idx) NOT = "C"
        DISPLAY "COMPARE-PERIODS: PERIOD " Period-To " IS NOT CLOSED, COMPARE ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    MOVE Period-Snapshot(Period-Found-Idx) TO Period-To-Snapshot
    MOVE Period-To-Snapshot TO Output-File-Name
    MOVE Period-From-Snapshot TO Env-Backup-File-Name
    MOVE "PERIODCMP.rpt" TO Recon-Prefix
    MOVE "FILE-LOADER PERIOD COMPARISON REPORT" TO Recon-Title
    MOVE SPACES TO Recon-Current-Label
    STRING "  TO " Period-To " SNAPSHOT...: "
        INTO Recon-Current-Label
    END-STRING
    MOVE SPACES TO Recon-Backup-Label
    STRING "  FROM " Period-From " SNAPSHOT.: "
        INTO Recon-Backup-Label
    END-STRING
    PERFORM Compare-To-Backup.
Set-Run-Lock-Needed.
    MOVE "Y" TO Run-Lock-Needed
    EVALUATE Run-Mode
        WHEN "LOOKUP"
        WHEN "ASOF"
        WHEN "BROWSE"
        WHEN "ARCHIVE"
        WHEN "COMPARE"
        WHEN "EXTRACT"
        WHEN "SUSPAGE"
        WHEN "PENDRPT"
        WHEN "SCHEDRPT"
        WHEN "VERIFY"
        WHEN "SUMMARY"
        WHEN "TREND"
        WHEN "SELECT"
        WHEN "PCOMPARE"
        WHEN "REOPEN"
        WHEN "STREAM"
        WHEN "UNLOCK"
            MOVE "N" TO Run-Lock-Needed
        WHEN "RECLASS"
            IF NOT Reclass-Is-Live
                MOVE "N" TO Run-Lock-Needed
            END-IF
        WHEN "AUDIT"
            IF Aud-Roll-X NOT = "Y"
                MOVE "N" TO Run-Lock-Needed
            END-IF
        WHEN "SCHEDULE"
            MOVE "MAINT" TO Authority-Needed
            PERFORM Check-Operator-Authority
            IF NOT Operator-Is-Authorized
                MOVE "N" TO Run-Lock-Needed
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
Read-Run-Lock.
    MOVE "N" TO Run-Lock-Exists
    MOVE SPACES TO Run-Lock-Holder
    OPEN INPUT Runlock-File
    IF File-Status = "35"
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO Run-Lock-Exists
    IF File-Status NOT = "00"
        DISPLAY "READ-RUN-LOCK: UNABLE TO OPEN FileLoader.lck, STATUS " File-Status
        EXIT PARAGRAPH
    END-IF
    READ Runlock-File NEXT END
        CONTINUE
    NOT END
        MOVE Runlock-Record TO Run-Lock-Holder
    END-READ
    CLOSE Runlock-File
    IF File-Status NOT = "00"
        DISPLAY "READ-RUN-LOCK: ERROR CLOSING FileLoader.lck, STATUS " File-Status
    END-IF.
Take-Run-Lock.
    MOVE "N" TO Run-Lock-Taken
    PERFORM Read-Run-Lock
    IF Run-Lock-Found
        DISPLAY "TAKE-RUN-LOCK: FileLoader.lck HELD BY " FUNCTION TRIM(Holder-Mode) " RUN, OPERATOR "
            FUNCTION TRIM(Holder-Operator) ", STARTED " Holder-Stamp ", BUSINESS DATE " Holder-Bus-Date
        DISPLAY "TAKE-RUN-LOCK: " FUNCTION TRIM(Run-Mode) " REFUSED, CLEAR A STALE LOCK WITH MODE UNLOCK"
        EXIT PARAGRAPH
    END-IF
    IF Operator-ID = SPACES
        ACCEPT Operator-ID FROM ENVIRONMENT "FILE_LOADER_OPERATOR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT
        MOVE FUNCTION UPPER-CASE(Operator-ID) TO Operator-ID
    END-IF
    OPEN OUTPUT Runlock-File
    IF File-Status NOT = "00"
        DISPLAY "TAKE-RUN-LOCK: UNABLE TO OPEN FileLoader.lck, STATUS " File-Status
            ", " Run-Mode " REFUSED"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Runlock-Record
    MOVE Run-Mode TO Runlock-Mode
    MOVE Operator-ID TO Runlock-Operator
    MOVE Run-Date-Time(1:16) TO Runlock-Stamp
    MOVE Bus-Date TO Runlock-Bus-Date
    WRITE Runlock-Record
    IF File-Status NOT = "00"
        DISPLAY "TAKE-RUN-LOCK: WRITE ERROR ON FileLoader.lck, STATUS " File-Status
            ", " Run-Mode " REFUSED"
        CLOSE Runlock-File
        CALL "CBL_DELETE_FILE" USING Runlock-Name
        EXIT PARAGRAPH
    END-IF
    CLOSE Runlock-File
    IF File-Status NOT = "00"
        DISPLAY "TAKE-RUN-LOCK: ERROR CLOSING FileLoader.lck, STATUS " File-Status
    END-IF
    PERFORM Read-Run-Lock
    IF Holder-Mode NOT = Run-Mode OR Holder-Stamp NOT = Run-Date-Time(1:16)
        DISPLAY "TAKE-RUN-LOCK: FileLoader.lck TAKEN BY " FUNCTION TRIM(Holder-Mode) " RUN, OPERATOR "
            FUNCTION TRIM(Holder-Operator) ", STARTED " Holder-Stamp ", " Run-Mode " REFUSED"
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO Run-Lock-Taken.
Release-Run-Lock.
    IF NOT Run-Lock-Is-Held
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO Run-Lock-Taken
    PERFORM Read-Run-Lock
    IF Run-Lock-Found AND Holder-Mode = Run-Mode
        AND Holder-Stamp = Run-Date-Time(1:16)
        CALL "CBL_DELETE_FILE" USING Runlock-Name
        IF RETURN-CODE NOT = 0
            DISPLAY "RELEASE-RUN-LOCK: UNABLE TO DELETE FileLoader.lck, RETURN CODE " RETURN-CODE
        END-IF
    ELSE
        DISPLAY "RELEASE-RUN-LOCK: FileLoader.lck NO LONGER HELD BY THIS RUN, LEFT IN PLACE"
    END-IF.
Clear-Run-Lock.
    PERFORM Read-Run-Lock
    IF NOT Run-Lock-Found
        DISPLAY "CLEAR-RUN-LOCK: NO RUN LOCK IS HELD"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "CLEAR-RUN-LOCK: FileLoader.lck HELD BY " FUNCTION TRIM(Holder-Mode) " RUN, OPERATOR "
        FUNCTION TRIM(Holder-Operator) ", STARTED " Holder-Stamp ", BUSINESS DATE " Holder-Bus-Date
    PERFORM Open-Audit-Trail
    IF NOT Audit-File-Open-OK
        DISPLAY "CLEAR-RUN-LOCK: AUDIT TRAIL UNAVAILABLE, LOCK NOT CLEARED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    CALL "CBL_DELETE_FILE" USING Runlock-Name
    IF RETURN-CODE NOT = 0
        DISPLAY "CLEAR-RUN-LOCK: UNABLE TO DELETE FileLoader.lck, RETURN CODE " RETURN-CODE
            ", LOCK NOT CLEARED"
        MOVE "Y" TO Run-Abort
        PERFORM Close-Audit-Trail
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO Before-Image
    MOVE SPACES TO After-Image
    STRING "*CLEARED LOCK " Holder-Mode " " Holder-Operator " STARTED " Holder-Stamp
        " BUSDATE " Holder-Bus-Date
        INTO After-Image
    END-STRING
    MOVE SPACES TO Maker-ID
    MOVE SPACES TO Approver-ID
    MOVE "UNLOCK" TO Maint-Act-Name
    PERFORM Write-Audit-Record
    PERFORM Close-Audit-Trail
    DISPLAY "CLEAR-RUN-LOCK: RUN LOCK CLEARED".
Check-History-File.
    PERFORM Open-History-File
    IF NOT History-File-Open-OK
        DISPLAY "CHECK-HISTORY-FILE: " FUNCTION TRIM(History-File-Name)
            " CANNOT BE USED, RUN MODE HISTCONV TO CONVERT IT, "
            FUNCTION TRIM(Run-Mode) " ABANDONED"
        MOVE "Y" TO Run-Abort
    ELSE
        PERFORM Close-History-File
    END-IF.
Check-History-Coverage.
    MOVE "N" TO History-Covered
    MOVE Output-ID TO History-ID
    MOVE LOW-VALUES TO History-Stamp
    MOVE 0 TO History-Seq
    START History-File KEY >= History-Hist-Key
    IF File-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM FOREVER
        READ History-File NEXT END
            EXIT PERFORM
        NOT END
            IF File-Status NOT = "00" AND File-Status NOT = "02"
                AND File-Status NOT = "10"
                DISPLAY "CHECK-HISTORY-COVERAGE: READ ERROR ON " History-File-Name
                    ", STATUS " File-Status
                EXIT PERFORM
            END-IF
            IF History-ID NOT = Output-ID
                EXIT PERFORM
            END-IF
            IF History-After-Present OR History-After-Removed
                MOVE "Y" TO History-Covered
                EXIT PERFORM
            END-IF
        END-READ
    END-PERFORM.
Check-Rebuild-Coverage.
    MOVE 0 TO Rebuild-Uncovered-Count
    OPEN INPUT Output-File
    IF File-Status = "35"
        EXIT PARAGRAPH
    END-IF
    IF File-Status NOT = "00"
        DISPLAY "REBUILD-OUTPUT: UNABLE TO OPEN " Output-File-Name ", STATUS "
            File-Status ", REBUILD ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    INITIALIZE Output-Record
    START Output-File KEY >= Output-ID-Key
    IF File-Status = "00"
        PERFORM FOREVER
            READ Output-File NEXT END
                EXIT PERFORM
            NOT END
                IF File-Status NOT = "00" AND File-Status NOT = "02"
                    AND File-Status NOT = "10"
                    DISPLAY "REBUILD-OUTPUT: READ ERROR ON " Output-File-Name
                        ", STATUS " File-Status ", REBUILD ABANDONED"
                    MOVE "Y" TO Run-Abort
                    EXIT PERFORM
                END-IF
                PERFORM Check-History-Coverage
                IF NOT History-Is-Covered
                    ADD 1 TO Rebuild-Uncovered-Count
                END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE Output-File
    IF File-Status NOT = "00"
        DISPLAY "REBUILD-OUTPUT: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
    END-IF.
Convert-History.
    MOVE 0 TO History-Converted-Count
    MOVE 0 TO History-Seeded-Count
    MOVE 0 TO History-Convert-Errors
    PERFORM Open-Audit-Trail
    IF NOT Audit-File-Open-OK
        DISPLAY "CONVERT-HISTORY: AUDIT TRAIL UNAVAILABLE, CONVERSION ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    OPEN I-O History-File
    EVALUATE File-Status
        WHEN "00"
            CLOSE History-File
            DISPLAY "CONVERT-HISTORY: " FUNCTION TRIM(History-File-Name)
                " ALREADY IN CURRENT LAYOUT"
        WHEN "35"
            CONTINUE
        WHEN OTHER
            PERFORM Convert-History-Layout
    END-EVALUATE
    IF NOT Run-Was-Aborted
        PERFORM Seed-History-Base
    END-IF
    IF History-Converted-Count > 0 OR History-Seeded-Count > 0
        MOVE SPACES TO Before-Image
        MOVE SPACES TO After-Image
        MOVE History-Converted-Count TO Count-Edit
        MOVE History-Seeded-Count TO Ack-Number
        STRING "*HISTORY CONVERTED " Count-Edit ", BASE ENTRIES " Ack-Number
            INTO After-Image
        END-STRING
        MOVE SPACES TO Maker-ID
        MOVE SPACES TO Approver-ID
        MOVE "HSTCNV" TO Maint-Act-Name
        PERFORM Write-Audit-Record
    END-IF
    PERFORM Close-Audit-Trail
    MOVE History-Converted-Count TO Count-Edit
    DISPLAY "CONVERT-HISTORY: ENTRIES CONVERTED " Count-Edit
    MOVE History-Seeded-Count TO Count-Edit
    DISPLAY "CONVERT-HISTORY: BASE ENTRIES ADDED " Count-Edit
    IF History-Convert-Errors > 0
        MOVE "Y" TO Run-Abort
    END-IF.
Convert-History-Layout.
    MOVE SPACES TO Old-History-Name
    STRING History-File-Name DELIMITED BY SPACE ".PRECONV." Run-Date-Time(1:14)
            DELIMITED BY SIZE
        INTO Old-History-Name
    END-STRING
    MOVE SPACES TO Source-File-Name
    MOVE History-File-Name TO Source-File-Name
    CALL "CBL_COPY_FILE" USING Source-File-Name Old-History-Name
    IF RETURN-CODE NOT = 0
        DISPLAY "CONVERT-HISTORY: UNABLE TO COPY " FUNCTION TRIM(History-File-Name) " TO "
            FUNCTION TRIM(Old-History-Name) ", RETURN CODE " RETURN-CODE
            ", CONVERSION ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT Old-History-File
    IF File-Status NOT = "00"
        DISPLAY "CONVERT-HISTORY: UNABLE TO OPEN " FUNCTION TRIM(Old-History-Name)
            " IN THE PRIOR LAYOUT, STATUS " File-Status ", CONVERSION ABANDONED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    CALL "CBL_DELETE_FILE" USING Source-File-Name
    IF RETURN-CODE NOT = 0
        DISPLAY "CONVERT-HISTORY: UNABLE TO DELETE " FUNCTION TRIM(History-File-Name)
            ", RETURN CODE " RETURN-CODE ", CONVERSION ABANDONED"
        MOVE "Y" TO Run-Abort
        CLOSE Old-History-File
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT History-File
    IF File-Status NOT = "00"
        DISPLAY "CONVERT-HISTORY: UNABLE TO CREATE " FUNCTION TRIM(History-File-Name)
            ", STATUS " File-Status ", PRIOR HISTORY KEPT AS " FUNCTION TRIM(Old-History-Name)
        MOVE "Y" TO Run-Abort
        CLOSE Old-History-File
        EXIT PARAGRAPH
    END-IF
    PERFORM FOREVER
        READ Old-History-File NEXT END
            EXIT PERFORM
        NOT END
            IF File-Status NOT = "00" AND File-Status NOT = "02"
                AND File-Status NOT = "10"
                DISPLAY "CONVERT-HISTORY: READ ERROR ON " Old-History-Name
                    ", STATUS " File-Status
                ADD 1 TO History-Convert-Errors
                EXIT PERFORM
            END-IF
            MOVE SPACES TO History-Record
            MOVE Old-History-ID TO History-ID
            MOVE Old-History-Stamp TO History-Stamp
            MOVE Old-History-Seq TO History-Seq
            MOVE Old-History-Action TO History-Action
            MOVE Old-History-Operator TO History-Operator
            MOVE Old-History-String TO History-String
            MOVE Old-History-Effective-Date TO History-Effective-Date
            MOVE Old-History-Status-Code TO History-Status-Code
            WRITE History-Record
                INVALID KEY
                    DISPLAY "CONVERT-HISTORY: WRITE ERROR ON " History-File-Name
                        ", STATUS " File-Status ", RECORD " History-ID
                    ADD 1 TO History-Convert-Errors
                NOT INVALID KEY
                    ADD 1 TO History-Converted-Count
            END-WRITE
        END-READ
    END-PERFORM
    CLOSE History-File
    IF File-Status NOT = "00"
        DISPLAY "CONVERT-HISTORY: ERROR CLOSING " History-File-Name ", STATUS " File-Status
    END-IF
    CLOSE Old-History-File
    IF File-Status NOT = "00"
        DISPLAY "CONVERT-HISTORY: ERROR CLOSING " Old-History-Name ", STATUS " File-Status
    END-IF
    DISPLAY "CONVERT-HISTORY: PRIOR HISTORY KEPT AS " FUNCTION TRIM(Old-History-Name).
Seed-History-Base.
    OPEN INPUT Output-File
    IF File-Status = "35"
        DISPLAY "CONVERT-HISTORY: NO MASTER FILE, NO BASE ENTRIES NEEDED"
        EXIT PARAGRAPH
    END-IF
    IF File-Status NOT = "00"
        DISPLAY "CONVERT-HISTORY: UNABLE TO OPEN " Output-File-Name ", STATUS "
            File-Status ", NO BASE ENTRIES ADDED"
        MOVE "Y" TO Run-Abort
        EXIT PARAGRAPH
    END-IF
    PERFORM Open-History-File
    IF NOT History-File-Open-OK
        MOVE "Y" TO Run-Abort
        CLOSE Output-File
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION CURRENT-DATE TO History-Base-Stamp
    INITIALIZE Output-Record
    START Output-File KEY >= Output-ID-Key
    IF File-Status = "00"
        PERFORM FOREVER
            READ Output-File NEXT END
                EXIT PERFORM
            NOT END
                IF File-Status NOT = "00" AND File-Status NOT = "02"
                    AND File-Status NOT = "10"
                    DISPLAY "CONVERT-HISTORY: READ ERROR ON " Output-File-Name
                        ", STATUS " File-Status
                    ADD 1 TO History-Convert-Errors
                    EXIT PERFORM
                END-IF
                PERFORM Check-History-Coverage
                IF NOT History-Is-Covered
                    PERFORM Write-History-Base
                END-IF
            END-READ
        END-PERFORM
    END-IF
    PERFORM Close-History-File
    CLOSE Output-File
    IF File-Status NOT = "00"
        DISPLAY "CONVERT-HISTORY: ERROR CLOSING " Output-File-Name ", STATUS " File-Status
    END-IF.
Write-History-Base.
    MOVE SPACES TO History-Record
    MOVE Output-ID TO History-ID
    MOVE History-Base-Stamp TO History-Stamp
    MOVE 0 TO History-Seq
    MOVE "BASE" TO History-Action
    MOVE Operator-ID TO History-Operator
    MOVE "A" TO History-After-Kind
    MOVE Output-String TO History-After-String
    MOVE Output-Effective-Date TO History-After-Effective-Date
    MOVE Output-Status-Code TO History-After-Status-Code
    WRITE History-Record
        INVALID KEY
            DISPLAY "CONVERT-HISTORY: WRITE ERROR ON " History-File-Name
                ", STATUS " File-Status ", RECORD " History-ID
            ADD 1 TO History-Convert-Errors
        NOT INVALID KEY
            ADD 1 TO History-Seeded-Count
    END-WRITE.
END PROGRAM FILE-LOADER.
