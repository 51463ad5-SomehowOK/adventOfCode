       identification division.
       program-id. "SITEMNT".
       environment division.
       input-output section.
       file-control.
           select SiteMasterFile assign to
            DYNAMIC SiteMasterFile-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SMst-SiteCode
           FILE STATUS IS SiteMasterFile-Status.

           select TransFile assign to
            DYNAMIC TransFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TransFile-Status.

           select OPTIONAL MaintAuditFile assign to
            DYNAMIC MaintAuditFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MaintAuditFile-Status.

           select OPTIONAL RunLogFile assign to
            DYNAMIC RunLogFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogFile-Status.

       data division.

       FILE SECTION.
       FD SiteMasterFile.
       01 SiteMasterRecord.
           05 SMst-SiteCode PIC X(4).
           05 SMst-Status   PIC X(1).
           05 SMst-Date     PIC X(8).
           05 SMst-FeedDays PIC X(7).
           05 SMst-Cutoff   PIC X(4).
           05 SMst-Contact  PIC X(30).
           05 SMst-Phone    PIC X(20).

       FD TransFile.
       01 TransRecord.
           05 Trans-Action   PIC X(1).
           05 FILLER         PIC X(1).
           05 Trans-SiteCode PIC X(4).
           05 FILLER         PIC X(1).
           05 Trans-FeedDays PIC X(7).
           05 FILLER         PIC X(1).
           05 Trans-Cutoff   PIC X(4).
           05 FILLER         PIC X(1).
           05 Trans-Contact  PIC X(30).
           05 FILLER         PIC X(1).
           05 Trans-Phone    PIC X(20).

       FD MaintAuditFile.
       01 MaintAuditRecord.
           05 MAud-Date   PIC X(8).
           05 FILLER      PIC X(1).
           05 MAud-Action PIC X(1).
           05 FILLER      PIC X(1).
           05 MAud-Site   PIC X(4).
           05 FILLER      PIC X(1).
           05 MAud-Result PIC X(16).

       FD RunLogFile.
       01 RunLogRecord.
           05 RLog-Date     PIC X(8).
           05 FILLER        PIC X(1).
           05 RLog-Program  PIC X(8).
           05 FILLER        PIC X(1).
           05 RLog-Site     PIC X(4).
           05 FILLER        PIC X(1).
           05 RLog-Severity PIC X(7).
           05 FILLER        PIC X(1).
           05 RLog-Message  PIC X(80).

       working-storage section.
       01 SiteMasterFile-Path PIC X(200).
       01 TransFile-Path      PIC X(200).
       01 MaintAuditFile-Path PIC X(200).

       01 SiteMasterFile-Status PIC XX.
           88 SiteMasterFile-OK          VALUE "00".
           88 SiteMasterFile-Not-Found   VALUE "35".
           88 SiteMasterFile-Rec-Missing VALUE "23".

       01 TransFile-Status PIC XX.
           88 TransFile-OK        VALUE "00".
           88 TransFile-EOF       VALUE "10".
           88 TransFile-Not-Found VALUE "35".

       01 MaintAuditFile-Status PIC XX.
           88 MaintAuditFile-OK VALUE "00" "05".

       01 RunDate         PIC X(8).
       01 TransCount      PIC 9(6) VALUE ZEROS.
       01 AddedCount      PIC 9(6) VALUE ZEROS.
       01 ChangedCount    PIC 9(6) VALUE ZEROS.
       01 SuspendedCount  PIC 9(6) VALUE ZEROS.
       01 ReinstatedCount PIC 9(6) VALUE ZEROS.
       01 RejectedCount   PIC 9(6) VALUE ZEROS.
       01 Maint-Result    PIC X(16).

       01 DayIndex        PIC 9(1).
       01 Cutoff-Check.
           05 Cutoff-Hour PIC 9(2).
           05 Cutoff-Min  PIC 9(2).

       01 RunLogFile-Path   PIC X(200).
       01 RunLogFile-Status PIC XX.
           88 RunLogFile-OK VALUE "00" "05".
       01 LogSite       PIC X(4).
       01 Log-Severity  PIC X(7).
       01 Log-Message   PIC X(80).

       procedure division.
           perform Main
           GOBACK.

       Main section.
           Move Spaces TO SiteMasterFile-Path
           ACCEPT SiteMasterFile-Path FROM ENVIRONMENT "SITE_MASTER"
           IF SiteMasterFile-Path = Spaces
               MOVE "output/site-master.dat" TO SiteMasterFile-Path
           END-IF

           Move Spaces TO TransFile-Path
           ACCEPT TransFile-Path FROM ENVIRONMENT "SITE_TRANS"
           IF TransFile-Path = Spaces
               MOVE "SITEMNT.12/trans.txt" TO TransFile-Path
           END-IF

           Move Spaces TO MaintAuditFile-Path
           ACCEPT MaintAuditFile-Path
               FROM ENVIRONMENT "SITEMNT_AUDIT"
           IF MaintAuditFile-Path = Spaces
               MOVE "output/sitemnt-audit.txt"
                   TO MaintAuditFile-Path
           END-IF

           Move Spaces TO RunDate
           ACCEPT RunDate FROM ENVIRONMENT "BUSINESS_DATE"
           IF RunDate = Spaces
               ACCEPT RunDate FROM DATE YYYYMMDD
           END-IF

           Move Spaces TO RunLogFile-Path
           ACCEPT RunLogFile-Path FROM ENVIRONMENT "RUN_LOG_FILE"
           IF RunLogFile-Path = Spaces
               MOVE "output/run-log.txt" TO RunLogFile-Path
           END-IF
           Move Spaces TO LogSite

           Open Input TransFile.
           IF NOT TransFile-OK
               IF TransFile-Not-Found
                   Display "ERROR: transaction file not found: "
                       TransFile-Path
                   MOVE 20 TO RETURN-CODE
                   MOVE "ERROR" TO Log-Severity
                   MOVE SPACES TO Log-Message
                   STRING "transaction file not found: "
                       TransFile-Path
                       DELIMITED BY SIZE INTO Log-Message
                   perform WriteRunLog
               ELSE
                   Display "ERROR: unable to open transactions: "
                       TransFile-Path " status " TransFile-Status
                   MOVE 24 TO RETURN-CODE
                   MOVE "ERROR" TO Log-Severity
                   MOVE SPACES TO Log-Message
                   STRING "unable to open transactions: "
                       TransFile-Path
                       DELIMITED BY SIZE INTO Log-Message
                   perform WriteRunLog
               END-IF
               Exit Section
           END-IF

           Open I-O SiteMasterFile.
           IF SiteMasterFile-Not-Found
               Display "INFO: creating site master: "
                   SiteMasterFile-Path
               Open Output SiteMasterFile
               IF NOT SiteMasterFile-OK
                   Display "ERROR: unable to create site master: "
                       SiteMasterFile-Path " status "
                       SiteMasterFile-Status
                   MOVE 24 TO RETURN-CODE
                   MOVE "ERROR" TO Log-Severity
                   MOVE SPACES TO Log-Message
                   STRING "unable to create site master: "
                       SiteMasterFile-Path
                       DELIMITED BY SIZE INTO Log-Message
                   perform WriteRunLog
                   CLOSE TransFile
                   Exit Section
               END-IF
               CLOSE SiteMasterFile
               Open I-O SiteMasterFile
           END-IF
           IF NOT SiteMasterFile-OK
               Display "ERROR: unable to open site master: "
                   SiteMasterFile-Path " status "
                   SiteMasterFile-Status
               MOVE 24 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to open site master: "
                   SiteMasterFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               CLOSE TransFile
               Exit Section
           END-IF

           Open Extend MaintAuditFile.
           IF NOT MaintAuditFile-OK
               Display "ERROR: unable to open maintenance audit: "
                   MaintAuditFile-Path " status "
                   MaintAuditFile-Status
               MOVE 24 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to open maintenance audit: "
                   MaintAuditFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               CLOSE TransFile
               CLOSE SiteMasterFile
               Exit Section
           END-IF

           perform until TransFile-EOF
               READ TransFile
                   AT END
                       Move "10" TO TransFile-Status
                   NOT AT END
                       perform ApplyTransaction
               END-READ
           end-perform

           CLOSE TransFile
           CLOSE SiteMasterFile
           CLOSE MaintAuditFile

           Display "SITEMNT: transactions read " TransCount
           Display "SITEMNT: added      " AddedCount
           Display "SITEMNT: changed    " ChangedCount
           Display "SITEMNT: suspended  " SuspendedCount
           Display "SITEMNT: reinstated " ReinstatedCount
           Display "SITEMNT: rejected   " RejectedCount
       Exit.

       ApplyTransaction Section.
           ADD 1 TO TransCount
           MOVE SPACES TO Maint-Result
           MOVE Trans-SiteCode TO LogSite

           IF Trans-SiteCode = SPACES
               MOVE "BAD SITE CODE" TO Maint-Result
               ADD 1 TO RejectedCount
               perform WriteMaintAudit
               Exit Section
           END-IF
           IF Trans-Action NOT = "A" AND Trans-Action NOT = "C"
                   AND Trans-Action NOT = "S"
                   AND Trans-Action NOT = "R"
               MOVE "BAD ACTION" TO Maint-Result
               ADD 1 TO RejectedCount
               perform WriteMaintAudit
               Exit Section
           END-IF
           perform ValidateSchedule
           IF Maint-Result NOT = SPACES
               ADD 1 TO RejectedCount
               perform WriteMaintAudit
               Exit Section
           END-IF

           MOVE Trans-SiteCode TO SMst-SiteCode
           READ SiteMasterFile
               INVALID KEY
                   Move "23" TO SiteMasterFile-Status
           END-READ

           EVALUATE Trans-Action
               WHEN "A"
                   perform ApplyAddAction
               WHEN "C"
                   perform ApplyChangeAction
               WHEN "S"
                   perform ApplySuspendAction
               WHEN "R"
                   perform ApplyReinstateAction
           END-EVALUATE

           perform WriteMaintAudit
       Exit.

       ValidateSchedule Section.
           IF Trans-FeedDays NOT = SPACES
               perform varying DayIndex from 1 by 1
                       until DayIndex > 7
                   IF Trans-FeedDays(DayIndex:1) NOT = "Y"
                           AND Trans-FeedDays(DayIndex:1) NOT = "N"
                       MOVE "BAD FEED DAYS" TO Maint-Result
                   END-IF
               end-perform
           END-IF
           IF Trans-Cutoff NOT = SPACES
               IF Trans-Cutoff IS NOT NUMERIC
                   MOVE "BAD CUTOFF" TO Maint-Result
               ELSE
                   MOVE Trans-Cutoff TO Cutoff-Check
                   IF Cutoff-Hour > 23 OR Cutoff-Min > 59
                       MOVE "BAD CUTOFF" TO Maint-Result
                   END-IF
               END-IF
           END-IF
       Exit.

       ApplyAddAction Section.
           IF NOT SiteMasterFile-Rec-Missing
               MOVE "ALREADY ON FILE" TO Maint-Result
               ADD 1 TO RejectedCount
               Exit Section
           END-IF
           MOVE SPACES TO SiteMasterRecord
           MOVE Trans-SiteCode TO SMst-SiteCode
           MOVE "A" TO SMst-Status
           MOVE RunDate TO SMst-Date
           MOVE Trans-FeedDays TO SMst-FeedDays
           IF Trans-FeedDays = SPACES
               MOVE "YYYYYYY" TO SMst-FeedDays
           END-IF
           MOVE Trans-Cutoff TO SMst-Cutoff
           IF Trans-Cutoff = SPACES
               MOVE "0000" TO SMst-Cutoff
           END-IF
           MOVE Trans-Contact TO SMst-Contact
           MOVE Trans-Phone TO SMst-Phone
           WRITE SiteMasterRecord
               INVALID KEY
                   Display "ERROR: write failed for "
                       Trans-SiteCode " status "
                       SiteMasterFile-Status
                   MOVE "ERROR" TO Log-Severity
                   MOVE SPACES TO Log-Message
                   STRING "site master write failed for "
                       Trans-SiteCode " status "
                       SiteMasterFile-Status
                       DELIMITED BY SIZE INTO Log-Message
                   perform WriteRunLog
           END-WRITE
           MOVE "ADDED" TO Maint-Result
           ADD 1 TO AddedCount
       Exit.

       ApplyChangeAction Section.
           IF SiteMasterFile-Rec-Missing
               MOVE "NOT ON MASTER" TO Maint-Result
               ADD 1 TO RejectedCount
               Exit Section
           END-IF
           IF Trans-FeedDays = SPACES AND Trans-Cutoff = SPACES
                   AND Trans-Contact = SPACES
                   AND Trans-Phone = SPACES
               MOVE "NOTHING TO CHANGE" TO Maint-Result
               ADD 1 TO RejectedCount
               Exit Section
           END-IF
           IF Trans-FeedDays NOT = SPACES
               MOVE Trans-FeedDays TO SMst-FeedDays
           END-IF
           IF Trans-Cutoff NOT = SPACES
               MOVE Trans-Cutoff TO SMst-Cutoff
           END-IF
           IF Trans-Contact NOT = SPACES
               MOVE Trans-Contact TO SMst-Contact
           END-IF
           IF Trans-Phone NOT = SPACES
               MOVE Trans-Phone TO SMst-Phone
           END-IF
           MOVE RunDate TO SMst-Date
           REWRITE SiteMasterRecord
           MOVE "CHANGED" TO Maint-Result
           ADD 1 TO ChangedCount
       Exit.

       ApplySuspendAction Section.
           IF SiteMasterFile-Rec-Missing
               MOVE "NOT ON MASTER" TO Maint-Result
               ADD 1 TO RejectedCount
           ELSE
               IF SMst-Status = "S"
                   MOVE "ALREADY SUSPENDED" TO Maint-Result
                   ADD 1 TO RejectedCount
               ELSE
                   MOVE "S" TO SMst-Status
                   MOVE RunDate TO SMst-Date
                   REWRITE SiteMasterRecord
                   MOVE "SUSPENDED" TO Maint-Result
                   ADD 1 TO SuspendedCount
               END-IF
           END-IF
       Exit.

       ApplyReinstateAction Section.
           IF SiteMasterFile-Rec-Missing
               MOVE "NOT ON MASTER" TO Maint-Result
               ADD 1 TO RejectedCount
           ELSE
               IF SMst-Status = "A"
                   MOVE "ALREADY ACTIVE" TO Maint-Result
                   ADD 1 TO RejectedCount
               ELSE
                   MOVE "A" TO SMst-Status
                   MOVE RunDate TO SMst-Date
                   REWRITE SiteMasterRecord
                   MOVE "REINSTATED" TO Maint-Result
                   ADD 1 TO ReinstatedCount
               END-IF
           END-IF
       Exit.

       WriteMaintAudit Section.
           MOVE SPACES TO MaintAuditRecord
           MOVE RunDate TO MAud-Date
           MOVE Trans-Action TO MAud-Action
           MOVE Trans-SiteCode TO MAud-Site
           MOVE Maint-Result TO MAud-Result
           WRITE MaintAuditRecord
           IF Maint-Result NOT = "ADDED"
                   AND Maint-Result NOT = "CHANGED"
                   AND Maint-Result NOT = "SUSPENDED"
                   AND Maint-Result NOT = "REINSTATED"
               MOVE "WARNING" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "transaction rejected: " Trans-Action
                   " " Trans-SiteCode " - " Maint-Result
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
           ELSE
               IF Maint-Result = "SUSPENDED"
                       OR Maint-Result = "REINSTATED"
                   MOVE "INFO" TO Log-Severity
                   MOVE SPACES TO Log-Message
                   STRING "site " Trans-SiteCode " "
                       Maint-Result " on site master"
                       DELIMITED BY SIZE INTO Log-Message
                   perform WriteRunLog
               END-IF
           END-IF
       Exit.

       WriteRunLog Section.
           Open Extend RunLogFile.
           IF NOT RunLogFile-OK
               Exit Section
           END-IF
           MOVE SPACES TO RunLogRecord
           MOVE RunDate TO RLog-Date
           MOVE "SITEMNT" TO RLog-Program
           MOVE LogSite TO RLog-Site
           MOVE Log-Severity TO RLog-Severity
           MOVE Log-Message TO RLog-Message
           WRITE RunLogRecord
           CLOSE RunLogFile
       Exit.
