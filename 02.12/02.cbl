           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogFile-Status.

           select OPTIONAL LedgerFile assign to
            DYNAMIC LedgerFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LedgerFile-Status.

       data division.

       FILE SECTION.
           05 Chk-SkippedReports   PIC 9(6).
           05 FILLER        PIC X(1).
           05 Chk-HashTotal PIC 9(12).
           05 FILLER        PIC X(1).
           05 Chk-ReportsWritten PIC 9(6).

       FD RulesFile.
       01 RuleRecord.
           05 FILLER        PIC X(1).
           05 RLog-Message  PIC X(80).

       FD LedgerFile.
       01 LedgerRecord.
           05 Ldg-Date     PIC X(8).
           05 FILLER       PIC X(1).
           05 Ldg-Site     PIC X(4).
           05 FILLER       PIC X(1).
           05 Ldg-Program  PIC X(8).
           05 FILLER       PIC X(1).
           05 Ldg-Feed     PIC 9(1).
           05 FILLER       PIC X(1).
           05 Ldg-InCount  PIC 9(6).
           05 FILLER       PIC X(1).
           05 Ldg-OutCount PIC 9(6).
           05 FILLER       PIC X(1).
           05 Ldg-RejCount PIC 9(6).
           05 FILLER       PIC X(1).
           05 Ldg-AdjCount PIC 9(6).
           05 FILLER       PIC X(1).
           05 Ldg-Ts       PIC X(14).

       working-storage section.
       01 InputFile-Path PIC X(200).
       01 AuditFile-Path PIC X(200).
       01 CNTR-TRUE-LEVELS PIC 9(3) VALUE ZEROS.
       01 Table-Max     PIC 9(3) VALUE 100.
       01 SkippedReports PIC 9(6) VALUE ZEROS.
       01 ReportsWritten PIC 9(6) VALUE ZEROS.

       01 Control-Trailer.
           05 Trl-Tag          PIC X(3).
       01 Log-Severity  PIC X(7).
       01 Log-Message   PIC X(80).

       01 LedgerFile-Path   PIC X(200).
       01 LedgerFile-Status PIC XX.
           88 LedgerFile-OK VALUE "00" "05".
       01 CurrentDate   PIC X(8).
       01 TimeNow       PIC X(8).

       01 TableIndex VALUE 01    PIC 9999.
    
       01 NumberTable.
           CLOSE VerdictFile.
           Display "DampenerDetails: " DampDetailCount
           Display "VerdictDifferences: " VerdictDiffCount
           perform PostLedger

           IF Header-Was-Seen AND NOT Trailer-Was-Seen
               Display "ERROR: trailer record missing - file "

           MOVE ReportSeq TO Audit-Seq
           WRITE AuditRecord
           IF AuditFile-OK AND Audit-Reason(1:8) NOT = "REJECTED"
               ADD 1 TO ReportsWritten
           END-IF

           SUBTRACT 1 FROM CheckpointCountdown
           IF CheckpointCountdown = ZEROS
                   OR Chk-RuleCounters IS NOT NUMERIC
                   OR Chk-SkippedReports IS NOT NUMERIC
                   OR Chk-HashTotal IS NOT NUMERIC
                   OR Chk-ReportsWritten IS NOT NUMERIC
               Display "WARNING: unusable checkpoint record "
                   "ignored: " CheckpointRecord
               MOVE "WARNING" TO Log-Severity
           end-perform
           MOVE Chk-SkippedReports TO SkippedReports
           MOVE Chk-HashTotal TO HashTotal
           MOVE Chk-ReportsWritten TO ReportsWritten
           Display "INFO: restarting after report " RestartSeq
       Exit.

           end-perform
           MOVE SkippedReports TO Chk-SkippedReports
           MOVE HashTotal TO Chk-HashTotal
           MOVE ReportsWritten TO Chk-ReportsWritten
           WRITE CheckpointRecord
           CLOSE CheckpointFile
       Exit.
           END-IF
           Move Spaces TO LogSite
           ACCEPT LogSite FROM ENVIRONMENT "SITE_CODE"
           Move Spaces TO LedgerFile-Path
           ACCEPT LedgerFile-Path FROM ENVIRONMENT "CONTROL_LEDGER"
           IF LedgerFile-Path = Spaces
               MOVE "output/control-ledger.txt" TO LedgerFile-Path
           END-IF
       Exit.

       PostLedger Section.
           Open Extend LedgerFile.
           IF NOT LedgerFile-OK
               Display "ERROR: unable to post control ledger: "
                   LedgerFile-Path " status " LedgerFile-Status
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to post control ledger: "
                   LedgerFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT TimeNow FROM TIME
           MOVE SPACES TO LedgerRecord
           MOVE LogDate TO Ldg-Date
           MOVE LogSite TO Ldg-Site
           IF LogSite = SPACES
               MOVE "MAIN" TO Ldg-Site
           END-IF
           MOVE "02" TO Ldg-Program
           MOVE 2 TO Ldg-Feed
           MOVE ReportSeq TO Ldg-InCount
           MOVE ReportsWritten TO Ldg-OutCount
           MOVE SkippedReports TO Ldg-RejCount
           MOVE DampDetailCount TO Ldg-AdjCount
           STRING CurrentDate TimeNow(1:6)
               DELIMITED BY SIZE INTO Ldg-Ts
           WRITE LedgerRecord
           CLOSE LedgerFile
           Display "Ledger posted: in " ReportSeq
               " out " Ldg-OutCount " skipped " SkippedReports
       Exit.

       WriteRunLog Section.
