           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogFile-Status.

           select OPTIONAL LedgerFile assign to
            DYNAMIC LedgerFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LedgerFile-Status.

           select BalanceFile assign to
            DYNAMIC BalanceFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BalanceFile-Status.

           select SiteMasterFile assign to
            DYNAMIC SiteMasterFile-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SMst-SiteCode
           FILE STATUS IS SiteMasterFile-Status.

           select CalendarFile assign to
            DYNAMIC CalendarFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CalendarFile-Status.

           select MissingFeedFile assign to
            DYNAMIC MissingFeedFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MissingFeedFile-Status.

           select OPTIONAL PeriodCloseFile assign to
            DYNAMIC PeriodCloseFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PeriodCloseFile-Status.

           select ProbeFile assign to
            DYNAMIC Probe-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProbeFile-Status.

           select OPTIONAL DuplicateFile assign to
            DYNAMIC DuplicateFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DuplicateFile-Status.

       data division.

       FILE SECTION.
           05 Stat-SafeWithDampener PIC 9(6).
           05 FILLER        PIC X(1).
           05 Stat-SkippedReports   PIC 9(6).
           05 FILLER        PIC X(1).
           05 Stat-Note             PIC X(12).

       FD RunLogFile.
       01 RunLogRecord.
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

       FD BalanceFile.
       01 BalanceRecord PIC X(80).

       FD SiteMasterFile.
       01 SiteMasterRecord.
           05 SMst-SiteCode PIC X(4).
           05 SMst-Status   PIC X(1).
           05 SMst-Date     PIC X(8).
           05 SMst-FeedDays PIC X(7).
           05 SMst-Cutoff   PIC X(4).
           05 SMst-Contact  PIC X(30).
           05 SMst-Phone    PIC X(20).

       FD CalendarFile.
       01 CalendarRecord.
           05 Cal-Date PIC X(8).
           05 FILLER   PIC X(1).
           05 Cal-Site PIC X(4).
           05 FILLER   PIC X(1).
           05 Cal-Desc PIC X(30).

       FD MissingFeedFile.
       01 MissingFeedRecord PIC X(80).
       01 MissingListHead.
           05 MisL-Title   PIC X(34).
           05 MisL-Date    PIC X(8).
           05 FILLER       PIC X(3).
           05 MisL-Program PIC X(8).
           05 FILLER       PIC X(27).
       01 MissingListLine.
           05 MisL-Site    PIC X(4).
           05 FILLER       PIC X(2).
           05 MisL-Feed    PIC X(1).
           05 FILLER       PIC X(73).

       FD PeriodCloseFile.
       01 PeriodCloseRecord.
           05 Cls-Period  PIC X(6).
           05 FILLER      PIC X(1).
           05 Cls-Action  PIC X(6).
           05 FILLER      PIC X(1).
           05 Cls-Ts      PIC X(14).
           05 FILLER      PIC X(1).
           05 Cls-ThruDate PIC X(8).
           05 FILLER      PIC X(1).
           05 Cls-Days    PIC 9(3).
           05 FILLER      PIC X(1).
           05 Cls-SignOff PIC X(20).
           05 FILLER      PIC X(1).
           05 Cls-Reason  PIC X(40).

       FD ProbeFile.
       01 ProbeRecord PIC X(80).

       FD DuplicateFile.
       01 DuplicateHead.
           05 DupR-Title  PIC X(38).
           05 DupR-Date   PIC X(8).
           05 FILLER      PIC X(34).
       01 DuplicateLine.
           05 DupR-Site   PIC X(4).
           05 FILLER      PIC X(5).
           05 DupR-Feed   PIC X(1).
           05 FILLER      PIC X(51).
           05 DupR-Action PIC X(8).
           05 FILLER      PIC X(11).

       working-storage section.
       01 Input1File-Path   PIC X(200).
       01 Input2File-Path   PIC X(200).
               10 Site-Safe             PIC 9(6).
               10 Site-SafeWithDampener PIC 9(6).
               10 Site-SkippedReports   PIC 9(6).
               10 Site-Note             PIC X(12).
               10 Site-Sched            PIC X(9).
                   88 Site-Is-Due       VALUE "DUE" "UNLISTED".
                   88 Site-Not-Due      VALUE "NOT DUE".
                   88 Site-Is-Suspended VALUE "SUSPENDED".
               10 Site-Cutoff           PIC X(4).
               10 Site-Contact          PIC X(30).
               10 Site-Phone            PIC X(20).

       01 SiteStatusFile-Path   PIC X(200).
       01 SiteStatusFile-Status PIC XX.
               10 Prev-Safe             PIC 9(6).
               10 Prev-SafeWithDampener PIC 9(6).
               10 Prev-SkippedReports   PIC 9(6).
               10 Prev-Note             PIC X(12).
       01 PreservedSiteCount PIC 9(2) VALUE ZEROS.

       01 RunLogFile-Path   PIC X(200).
       01 Worst-RC1 PIC S9(4) VALUE ZEROS.
       01 Worst-RC2 PIC S9(4) VALUE ZEROS.

       01 LedgerFile-Path   PIC X(200).
       01 LedgerFile-Status PIC XX.
           88 LedgerFile-OK  VALUE "00" "05".
           88 LedgerFile-EOF VALUE "10".
       01 BalanceFile-Path   PIC X(200).
       01 BalanceFile-Status PIC XX.
           88 BalanceFile-OK VALUE "00".
       01 FeedIndex     PIC 9(1).
       01 LedgerPostCount PIC 9(6) VALUE ZEROS.
       01 OutOfBalanceCount PIC 9(2) VALUE ZEROS.
       01 SiteOutOfBalance PIC X VALUE "N".
           88 Site-Is-Out-Of-Balance VALUE "Y".
       01 LedgerReadFlag PIC X VALUE "N".
           88 Ledger-Unreadable VALUE "Y".
       01 BalanceResult PIC X(14).
       01 Ledger-Table.
           05 Ledger-Site OCCURS 8 TIMES.
               10 Ledger-Feed OCCURS 2 TIMES.
                   15 LdgT-GateSeen PIC X.
                       88 LdgT-Gate-Posted VALUE "Y".
                   15 LdgT-GateOut  PIC 9(6).
                   15 LdgT-StepSeen PIC X.
                       88 LdgT-Step-Posted VALUE "Y".
                   15 LdgT-StepIn   PIC 9(6).
                   15 LdgT-StepOut  PIC 9(6).
                   15 LdgT-StepRej  PIC 9(6).
       01 SiteMasterFile-Path  PIC X(200).
       01 CalendarFile-Path    PIC X(200).
       01 MissingFeedFile-Path PIC X(200).
       01 Probe-Path           PIC X(200).
       01 DuplicateFile-Path   PIC X(200).

       01 SiteMasterFile-Status PIC XX.
           88 SiteMasterFile-OK          VALUE "00".
           88 SiteMasterFile-Not-Found   VALUE "35".
           88 SiteMasterFile-Rec-Missing VALUE "23".

       01 CalendarFile-Status PIC XX.
           88 CalendarFile-OK        VALUE "00".
           88 CalendarFile-EOF       VALUE "10".
           88 CalendarFile-Not-Found VALUE "35".

       01 MissingFeedFile-Status PIC XX.
           88 MissingFeedFile-OK  VALUE "00".
           88 MissingFeedFile-EOF VALUE "10".

       01 DuplicateFile-Status PIC XX.
           88 DuplicateFile-OK  VALUE "00" "05".
           88 DuplicateFile-EOF VALUE "10".

       01 ProbeFile-Status PIC XX.
           88 ProbeFile-OK        VALUE "00".
           88 ProbeFile-Not-Found VALUE "35".

       01 PeriodCloseFile-Path   PIC X(200).
       01 PeriodCloseFile-Status PIC XX.
           88 PeriodCloseFile-OK  VALUE "00" "05".
           88 PeriodCloseFile-EOF VALUE "10".
       01 PeriodClosed PIC X VALUE "N".
           88 Period-Is-Closed VALUE "Y".
       01 PeriodCheck  PIC X VALUE "N".
           88 Period-Check-Failed VALUE "Y".
       01 PeriodCloseTs      PIC X(14).
       01 PeriodCloseSignOff PIC X(20).

       01 ScheduleMode PIC X VALUE "N".
           88 Schedule-Is-Active VALUE "Y".
       01 BusinessDateNum PIC 9(8).
       01 DayOfWeek       PIC 9(1) VALUE ZEROS.
       01 FeedPresent     PIC X VALUE "N".
           88 Site-Feed-Present VALUE "Y".
       01 FeedHeld        PIC X VALUE "N".
           88 Feed-Was-Held VALUE "Y".
       01 DuplicateDate   PIC X(8).
       01 UnscheduledSiteCount PIC 9(2) VALUE ZEROS.

       01 Holiday-Max   PIC 9(2) VALUE 50.
       01 HolidayCount  PIC 9(2) VALUE ZEROS.
       01 HolidayIndex  PIC 9(2).
       01 Holiday-Table.
           05 Holiday-Site PIC X(4) OCCURS 50 TIMES.

       01 Missing-Max   PIC 9(2) VALUE 16.
       01 MissingCount  PIC 9(2) VALUE ZEROS.
       01 MissingIndex  PIC 9(2).
       01 Missing-Table.
           05 Missing-Entry OCCURS 16 TIMES.
               10 Missing-Site   PIC 9(2).
               10 Missing-Feed   PIC 9(1).
               10 Missing-Listed PIC X(1).
       01 NewMissingCount PIC 9(2) VALUE ZEROS.
       01 GateList        PIC X VALUE "N".
           88 Gate-List-Found VALUE "Y".
       01 ListDated       PIC X VALUE "N".
           88 List-Is-Current VALUE "Y".

       01 Missing-Heading.
           05 FILLER       PIC X(34)
               VALUE "MISSING FEED LIST - BUSINESS DATE ".
           05 MisH-Date    PIC X(8).
           05 FILLER       PIC X(3) VALUE " - ".
           05 MisH-Program PIC X(8).

       01 Missing-Columns.
           05 FILLER PIC X(20) VALUE "SITE  FEED  CUTOFF  ".
           05 FILLER PIC X(31) VALUE "CONTACT".
           05 FILLER PIC X(5)  VALUE "PHONE".

       01 Missing-Detail.
           05 Mis-Site    PIC X(4).
           05 FILLER      PIC X(2).
           05 Mis-Feed    PIC 9(1).
           05 FILLER      PIC X(5).
           05 Mis-Cutoff  PIC X(4).
           05 FILLER      PIC X(3).
           05 Mis-Contact PIC X(30).
           05 FILLER      PIC X(1).
           05 Mis-Phone   PIC X(20).

       01 Missing-Footer.
           05 FILLER     PIC X(15) VALUE "MISSING FEEDS: ".
           05 MisF-Count PIC Z9.

       01 Balance-Detail.
           05 Bal-Site      PIC X(4).
           05 FILLER        PIC X(5) VALUE SPACES.
           05 Bal-Feed      PIC 9(1).
           05 FILLER        PIC X(5) VALUE SPACES.
           05 Bal-GateOut   PIC Z(5)9.
           05 FILLER        PIC X(5) VALUE SPACES.
           05 Bal-StepIn    PIC Z(5)9.
           05 FILLER        PIC X(5) VALUE SPACES.
           05 Bal-StepOut   PIC Z(5)9.
           05 FILLER        PIC X(5) VALUE SPACES.
           05 Bal-StepRej   PIC Z(5)9.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 Bal-Result    PIC X(14).

       procedure division.
           perform Main
           GOBACK.

       Main section.
           Move Spaces TO Input1File-Path
               MOVE "output/site-status.txt" TO SiteStatusFile-Path
           END-IF

           Move Spaces TO LedgerFile-Path
           ACCEPT LedgerFile-Path FROM ENVIRONMENT "CONTROL_LEDGER"
           IF LedgerFile-Path = Spaces
               MOVE "output/control-ledger.txt" TO LedgerFile-Path
           END-IF

           Move Spaces TO BalanceFile-Path
           ACCEPT BalanceFile-Path
               FROM ENVIRONMENT "CONTROL_BALANCE_REPORT"
           IF BalanceFile-Path = Spaces
               MOVE "output/control-balance.txt" TO BalanceFile-Path
           END-IF

           Move Spaces TO SiteMasterFile-Path
           ACCEPT SiteMasterFile-Path FROM ENVIRONMENT "SITE_MASTER"
           IF SiteMasterFile-Path = Spaces
               MOVE "output/site-master.dat" TO SiteMasterFile-Path
           END-IF

           Move Spaces TO CalendarFile-Path
           ACCEPT CalendarFile-Path FROM ENVIRONMENT "SITE_CALENDAR"
           IF CalendarFile-Path = Spaces
               MOVE "SITEMNT.12/calendar.txt" TO CalendarFile-Path
           END-IF

           Move Spaces TO MissingFeedFile-Path
           ACCEPT MissingFeedFile-Path
               FROM ENVIRONMENT "MISSING_FEED_FILE"
           IF MissingFeedFile-Path = Spaces
               MOVE "output/missing-feeds.txt" TO MissingFeedFile-Path
           END-IF

           Move Spaces TO DuplicateFile-Path
           ACCEPT DuplicateFile-Path
               FROM ENVIRONMENT "DUPLICATE_FEED_REPORT"
           IF DuplicateFile-Path = Spaces
               MOVE "output/duplicate-feeds.txt" TO DuplicateFile-Path
           END-IF

           Move Spaces TO PeriodCloseFile-Path
           ACCEPT PeriodCloseFile-Path
               FROM ENVIRONMENT "PERIOD_CLOSE_FILE"
           IF PeriodCloseFile-Path = Spaces
               MOVE "output/period-close.txt" TO PeriodCloseFile-Path
           END-IF

           Move "N" TO ForceFlag
           ACCEPT ForceFlag FROM ENVIRONMENT "FORCE_RERUN"

               MOVE 16 TO RETURN-CODE
               Exit Section
           END-IF
           IF Prior-Run-Attempted OR Force-Rerun-Requested
                   OR Rerun-Failed-Requested
               perform CheckPeriodClose
           END-IF
           IF Period-Check-Failed
               Display "DRIVER: rerun refused - period close status "
                   "for " BusinessDate(1:6) " cannot be confirmed"
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "business date " BusinessDate
                   " period close status unknown - rerun refused"
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               MOVE 16 TO RETURN-CODE
               Exit Section
           END-IF
           IF Period-Is-Closed
               Display "DRIVER: business date " BusinessDate
                   " is in period " BusinessDate(1:6)
                   " closed " PeriodCloseTs " by " PeriodCloseSignOff
               Display "DRIVER: rerun refused - the period must be "
                   "reopened with PERIODCL first"
               MOVE "WARNING" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "business date " BusinessDate
                   " in closed period - rerun refused"
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               MOVE 16 TO RETURN-CODE
               Exit Section
           END-IF
           IF Prior-Run-Attempted
               MOVE "RERUN" TO RunType
               Display "DRIVER: business date " BusinessDate
           IF RETURN-CODE = 24
               Exit Section
           END-IF
           perform LoadSiteSchedule
           MOVE SPACES TO LogSite

           IF Rerun-Failed-Requested AND Force-Rerun-Requested
               Display "DRIVER: FORCE_RERUN overrides RERUN_FAILED"
           end-perform
           MOVE SPACES TO LogSite

           perform BalanceControlLedger
           MOVE SPACES TO LogSite
           perform WriteMissingFeeds
           IF UnscheduledSiteCount > ZEROS
               Display "DRIVER: sites not due or suspended: "
                   UnscheduledSiteCount
           END-IF

           perform WriteSiteStatus
           IF PreservedSiteCount > ZEROS
               Display "DRIVER: sites preserved from prior run: "

       RunSite Section.
           MOVE Site-Code(SiteIndex) TO LogSite
           MOVE SPACES TO Site-Note(SiteIndex)
           IF Rerun-Failed-Requested
               perform FindPrevStatus
               IF Prev-Status-Found
                   Exit Section
               END-IF
           END-IF
           IF Site-Is-Suspended(SiteIndex)
               MOVE "SUSPENDED" TO Site-Note(SiteIndex)
               perform SkipUnscheduledSite
               Exit Section
           END-IF
           IF Site-Not-Due(SiteIndex)
               perform ProbeSiteFeeds
               IF NOT Site-Feed-Present
                   MOVE "NOT DUE" TO Site-Note(SiteIndex)
                   perform SkipUnscheduledSite
                   Exit Section
               END-IF
           END-IF
           Display "DRIVER: processing site " Site-Code(SiteIndex)
           DISPLAY "SITE_CODE" UPON ENVIRONMENT-NAME
           DISPLAY Site-Code(SiteIndex) UPON ENVIRONMENT-VALUE
           MOVE RETURN-CODE TO DR-RC1
           Display "DRIVER: program 01 completed, return code "
               DR-RC1
           IF DR-RC1 = 20 AND Site-Not-Due(SiteIndex)
               MOVE 1 TO FeedIndex
               perform NoteFeedNotDue
               MOVE 0 TO DR-RC1
           END-IF
           IF DR-RC1 = 12
               Display "DRIVER: FILE OUT OF BALANCE in program 01"
               MOVE "ERROR" TO Log-Severity
               perform WriteRunLog
           END-IF
           IF DR-RC1 = 20
               MOVE 1 TO FeedIndex
               perform NoteFeedNotRun
           END-IF

           Display "DRIVER: starting program 02"
           MOVE RETURN-CODE TO DR-RC2
           Display "DRIVER: program 02 completed, return code "
               DR-RC2
           IF DR-RC2 = 20 AND Site-Not-Due(SiteIndex)
               MOVE 2 TO FeedIndex
               perform NoteFeedNotDue
               MOVE 0 TO DR-RC2
           END-IF
           IF DR-RC2 = 12
               Display "DRIVER: FILE OUT OF BALANCE in program 02"
               MOVE "ERROR" TO Log-Severity
               perform WriteRunLog
           END-IF
           IF DR-RC2 = 20
               MOVE 2 TO FeedIndex
               perform NoteFeedNotRun
           END-IF

           MOVE ZEROS TO Summary1-TotalDistance
           END-IF
       Exit.

       SkipUnscheduledSite Section.
           Display "DRIVER: site " Site-Code(SiteIndex) " "
               Site-Note(SiteIndex) " - not processed"
           ADD 1 TO UnscheduledSiteCount
           MOVE "INFO" TO Log-Severity
           MOVE SPACES TO Log-Message
           STRING "site " Site-Note(SiteIndex)
               " on site master - not processed"
               DELIMITED BY SIZE INTO Log-Message
           perform WriteRunLog
           MOVE 0 TO Site-RC1(SiteIndex)
           MOVE 0 TO Site-RC2(SiteIndex)
           MOVE ZEROS TO Site-TotalDistance(SiteIndex)
           MOVE ZEROS TO Site-SimilarityScore(SiteIndex)
           MOVE ZEROS TO Site-BadRecordCount(SiteIndex)
           MOVE ZEROS TO Site-Safe(SiteIndex)
           MOVE ZEROS TO Site-SafeWithDampener(SiteIndex)
           MOVE ZEROS TO Site-SkippedReports(SiteIndex)
       Exit.

       ProbeSiteFeeds Section.
           MOVE "N" TO FeedPresent
           MOVE Site-Input1(SiteIndex) TO Probe-Path
           Open Input ProbeFile.
           IF NOT ProbeFile-Not-Found
               MOVE "Y" TO FeedPresent
               IF ProbeFile-OK
                   CLOSE ProbeFile
               END-IF
           END-IF
           MOVE Site-Input2(SiteIndex) TO Probe-Path
           Open Input ProbeFile.
           IF NOT ProbeFile-Not-Found
               MOVE "Y" TO FeedPresent
               IF ProbeFile-OK
                   CLOSE ProbeFile
               END-IF
           END-IF
       Exit.

       NoteFeedNotDue Section.
           Display "DRIVER: site " Site-Code(SiteIndex) " feed "
               FeedIndex " not due - no feed expected"
           MOVE "INFO" TO Log-Severity
           MOVE SPACES TO Log-Message
           STRING "feed " FeedIndex " not due - no feed expected"
               DELIMITED BY SIZE INTO Log-Message
           perform WriteRunLog
       Exit.

       NoteFeedNotRun Section.
           MOVE SPACES TO Probe-Path
           IF FeedIndex = 1
               STRING Site-Input1(SiteIndex) DELIMITED BY SPACE
                   ".raw" DELIMITED BY SIZE
                   INTO Probe-Path
           ELSE
               STRING Site-Input2(SiteIndex) DELIMITED BY SPACE
                   ".raw" DELIMITED BY SIZE
                   INTO Probe-Path
           END-IF
           MOVE "N" TO FeedPresent
           Open Input ProbeFile.
           IF NOT ProbeFile-Not-Found
               MOVE "Y" TO FeedPresent
               IF ProbeFile-OK
                   CLOSE ProbeFile
               END-IF
           END-IF
           IF NOT Site-Feed-Present
               Display "DRIVER: feed missing for site "
                   Site-Code(SiteIndex) " program 0" FeedIndex
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "feed missing for site "
                   Site-Code(SiteIndex) " program 0" FeedIndex
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               perform NoteMissingFeed
               Exit Section
           END-IF

           perform CheckFeedHeld
           IF Feed-Was-Held
               Display "DRIVER: feed held for site "
                   Site-Code(SiteIndex) " program 0" FeedIndex
                   " - duplicate held by FEEDGATE"
               MOVE "WARNING" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "feed held for site "
                   Site-Code(SiteIndex) " program 0" FeedIndex
                   " - duplicate held by FEEDGATE"
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               IF Site-Note(SiteIndex) = SPACES
                   MOVE "FEED HELD" TO Site-Note(SiteIndex)
               END-IF
           ELSE
               Display "DRIVER: feed rejected for site "
                   Site-Code(SiteIndex) " program 0" FeedIndex
                   " - raw feed not stamped by FEEDGATE"
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "feed rejected for site "
                   Site-Code(SiteIndex) " program 0" FeedIndex
                   " - raw feed not stamped by FEEDGATE"
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               IF Site-Note(SiteIndex) NOT = "MISSING FEED"
                   MOVE "FEED REJECT" TO Site-Note(SiteIndex)
               END-IF
           END-IF
       Exit.

       CheckFeedHeld Section.
           MOVE "N" TO FeedHeld
           MOVE SPACES TO DuplicateDate
           Open Input DuplicateFile.
           IF NOT DuplicateFile-OK
               Exit Section
           END-IF
           perform until DuplicateFile-EOF
               READ DuplicateFile
                   AT END
                       Move "10" TO DuplicateFile-Status
                   NOT AT END
                       IF DupR-Title =
                               "DUPLICATE FEED REPORT - BUSINESS DATE "
                           MOVE DupR-Date TO DuplicateDate
                       END-IF
                       IF DuplicateDate = BusinessDate
                               AND DupR-Site = Site-Code(SiteIndex)
                               AND DupR-Feed = FeedIndex
                               AND DupR-Action = "HELD"
                           MOVE "Y" TO FeedHeld
                       END-IF
               END-READ
           end-perform
           CLOSE DuplicateFile
       Exit.

       NoteMissingFeed Section.
           MOVE "MISSING FEED" TO Site-Note(SiteIndex)
           IF MissingCount < Missing-Max
               ADD 1 TO MissingCount
               MOVE SiteIndex TO Missing-Site(MissingCount)
               MOVE FeedIndex TO Missing-Feed(MissingCount)
               MOVE "N" TO Missing-Listed(MissingCount)
           END-IF
       Exit.

       LoadSiteSchedule Section.
           MOVE "N" TO ScheduleMode
           perform varying SiteIndex from 1 by 1
                   until SiteIndex > SiteCount
               MOVE "DUE" TO Site-Sched(SiteIndex)
               MOVE SPACES TO Site-Cutoff(SiteIndex)
               MOVE SPACES TO Site-Contact(SiteIndex)
               MOVE SPACES TO Site-Phone(SiteIndex)
           end-perform

           Open Input SiteMasterFile.
           IF SiteMasterFile-Not-Found
               Display "DRIVER: no site master - all sites due"
               Exit Section
           END-IF
           IF NOT SiteMasterFile-OK
               Display "ERROR: unable to open site master: "
                   SiteMasterFile-Path " status "
                   SiteMasterFile-Status
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to open site master - all sites due"
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           MOVE "Y" TO ScheduleMode

           MOVE ZEROS TO DayOfWeek
           IF BusinessDate IS NUMERIC
               MOVE BusinessDate TO BusinessDateNum
               COMPUTE DayOfWeek = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(BusinessDateNum) - 1, 7)
                   + 1
           END-IF
           perform LoadCalendar

           perform varying SiteIndex from 1 by 1
                   until SiteIndex > SiteCount
               perform CheckOneSchedule
           end-perform
           CLOSE SiteMasterFile
       Exit.

       LoadCalendar Section.
           MOVE ZEROS TO HolidayCount
           Open Input CalendarFile.
           IF CalendarFile-Not-Found
               Exit Section
           END-IF
           IF NOT CalendarFile-OK
               Display "ERROR: unable to open site calendar: "
                   CalendarFile-Path " status " CalendarFile-Status
               Exit Section
           END-IF
           perform until CalendarFile-EOF
               READ CalendarFile
                   AT END
                       Move "10" TO CalendarFile-Status
                   NOT AT END
                       IF Cal-Date = BusinessDate
                               AND HolidayCount < Holiday-Max
                           ADD 1 TO HolidayCount
                           MOVE Cal-Site TO Holiday-Site(HolidayCount)
                       END-IF
               END-READ
           end-perform
           CLOSE CalendarFile
       Exit.

       CheckOneSchedule Section.
           MOVE Site-Code(SiteIndex) TO LogSite
           MOVE Site-Code(SiteIndex) TO SMst-SiteCode
           READ SiteMasterFile
               INVALID KEY
                   Move "23" TO SiteMasterFile-Status
           END-READ
           IF SiteMasterFile-Rec-Missing
               MOVE "UNLISTED" TO Site-Sched(SiteIndex)
               Display "WARNING: site " Site-Code(SiteIndex)
                   " not on site master - treated as due"
               MOVE "WARNING" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "site not on site master - treated as due"
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           MOVE SMst-Cutoff TO Site-Cutoff(SiteIndex)
           MOVE SMst-Contact TO Site-Contact(SiteIndex)
           MOVE SMst-Phone TO Site-Phone(SiteIndex)
           IF SMst-Status = "S"
               MOVE "SUSPENDED" TO Site-Sched(SiteIndex)
               Exit Section
           END-IF
           IF DayOfWeek > ZEROS
               IF SMst-FeedDays(DayOfWeek:1) NOT = "Y"
                   MOVE "NOT DUE" TO Site-Sched(SiteIndex)
               END-IF
           END-IF
           perform varying HolidayIndex from 1 by 1
                   until HolidayIndex > HolidayCount
               IF Holiday-Site(HolidayIndex) = SPACES
                       OR Holiday-Site(HolidayIndex)
                           = Site-Code(SiteIndex)
                   MOVE "NOT DUE" TO Site-Sched(SiteIndex)
               END-IF
           end-perform
       Exit.

       WriteMissingFeeds Section.
           perform LoadGateMissingList
           IF Gate-List-Found
               IF NewMissingCount = ZEROS
                   Exit Section
               END-IF
               Open Extend MissingFeedFile
           ELSE
               Open Output MissingFeedFile
           END-IF
           IF NOT MissingFeedFile-OK
               Display "DRIVER: unable to write missing feed list: "
                   MissingFeedFile-Path " status "
                   MissingFeedFile-Status
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to write missing feed list: "
                   MissingFeedFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           MOVE BusinessDate TO MisH-Date
           MOVE "DRIVER" TO MisH-Program
           WRITE MissingFeedRecord FROM Missing-Heading
           WRITE MissingFeedRecord FROM Missing-Columns
           perform varying MissingIndex from 1 by 1
                   until MissingIndex > MissingCount
               IF Missing-Listed(MissingIndex) NOT = "Y"
                   perform WriteOneMissingFeed
               END-IF
           end-perform
           MOVE NewMissingCount TO MisF-Count
           WRITE MissingFeedRecord FROM Missing-Footer
           CLOSE MissingFeedFile
           IF NewMissingCount > ZEROS
               Display "DRIVER: missing feeds listed: "
                   NewMissingCount
           END-IF
       Exit.

       WriteOneMissingFeed Section.
           MOVE Missing-Site(MissingIndex) TO SiteIndex
           MOVE SPACES TO Missing-Detail
           MOVE Site-Code(SiteIndex) TO Mis-Site
           MOVE Missing-Feed(MissingIndex) TO Mis-Feed
           MOVE Site-Cutoff(SiteIndex) TO Mis-Cutoff
           MOVE Site-Contact(SiteIndex) TO Mis-Contact
           MOVE Site-Phone(SiteIndex) TO Mis-Phone
           IF Site-Contact(SiteIndex) = SPACES
               MOVE "NO CONTACT ON SITE MASTER" TO Mis-Contact
           END-IF
           WRITE MissingFeedRecord FROM Missing-Detail
       Exit.

       LoadGateMissingList Section.
           MOVE "N" TO GateList
           MOVE "N" TO ListDated
           Open Input MissingFeedFile.
           IF MissingFeedFile-OK
               perform until MissingFeedFile-EOF
                   READ MissingFeedFile
                       AT END
                           Move "10" TO MissingFeedFile-Status
                       NOT AT END
                           perform CheckOneListedFeed
                   END-READ
               end-perform
               CLOSE MissingFeedFile
           END-IF
           MOVE ZEROS TO NewMissingCount
           perform varying MissingIndex from 1 by 1
                   until MissingIndex > MissingCount
               IF NOT Gate-List-Found
                   MOVE "N" TO Missing-Listed(MissingIndex)
               END-IF
               IF Missing-Listed(MissingIndex) NOT = "Y"
                   ADD 1 TO NewMissingCount
               END-IF
           end-perform
       Exit.

       CheckOneListedFeed Section.
           IF MisL-Title = "MISSING FEED LIST - BUSINESS DATE "
               MOVE "N" TO ListDated
               IF MisL-Date = BusinessDate
                   MOVE "Y" TO ListDated
                   IF MisL-Program = "FEEDGATE"
                       MOVE "Y" TO GateList
                   END-IF
               END-IF
               Exit Section
           END-IF
           IF NOT List-Is-Current
               Exit Section
           END-IF
           perform varying MissingIndex from 1 by 1
                   until MissingIndex > MissingCount
               MOVE Missing-Site(MissingIndex) TO SiteIndex
               IF MisL-Site = Site-Code(SiteIndex)
                       AND MisL-Feed = Missing-Feed(MissingIndex)
                   MOVE "Y" TO Missing-Listed(MissingIndex)
               END-IF
           end-perform
       Exit.

       LoadSiteStatus Section.
           MOVE ZEROS TO PrevCount
           Open Input SiteStatusFile.
               TO Prev-SafeWithDampener(PrevCount)
           MOVE Stat-SkippedReports
               TO Prev-SkippedReports(PrevCount)
           MOVE Stat-Note TO Prev-Note(PrevCount)
       Exit.

       FindPrevStatus Section.
               TO Site-SafeWithDampener(SiteIndex)
           MOVE Prev-SkippedReports(PrevIndex)
               TO Site-SkippedReports(SiteIndex)
           MOVE Prev-Note(PrevIndex) TO Site-Note(SiteIndex)
           ADD Site-TotalDistance(SiteIndex)
               TO Grand-TotalDistance
           ADD Site-SimilarityScore(SiteIndex)
                   TO Stat-SafeWithDampener
               MOVE Site-SkippedReports(SiteIndex)
                   TO Stat-SkippedReports
               MOVE Site-Note(SiteIndex) TO Stat-Note
               WRITE SiteStatusRecord
           end-perform
           CLOSE SiteStatusFile
       Exit.

       BalanceControlLedger Section.
           perform LoadControlLedger
           MOVE ZEROS TO OutOfBalanceCount
           IF Ledger-Unreadable
               IF Worst-RC1 < 12
                   MOVE 12 TO Worst-RC1
               END-IF
               IF Worst-RC2 < 12
                   MOVE 12 TO Worst-RC2
               END-IF
           END-IF
           Open Output BalanceFile.
           IF NOT BalanceFile-OK
               Display "DRIVER: unable to write balance report: "
                   BalanceFile-Path " status " BalanceFile-Status
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to write balance report: "
                   BalanceFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           MOVE SPACES TO BalanceRecord
           STRING "CONTROL LEDGER BALANCE - BUSINESS DATE "
               BusinessDate
               DELIMITED BY SIZE INTO BalanceRecord
           WRITE BalanceRecord
           MOVE SPACES TO BalanceRecord
           WRITE BalanceRecord
           MOVE SPACES TO BalanceRecord
           STRING "SITE  FEED   GATE-OUT    STEP-IN   STEP-OUT   "
               "STEP-REJ   RESULT"
               DELIMITED BY SIZE INTO BalanceRecord
           WRITE BalanceRecord
           IF Ledger-Unreadable
               MOVE SPACES TO BalanceRecord
               WRITE BalanceRecord
               MOVE SPACES TO BalanceRecord
               STRING "CONTROL LEDGER UNREADABLE - SITES NOT BALANCED: "
                   LedgerFile-Path
                   DELIMITED BY SIZE INTO BalanceRecord
               WRITE BalanceRecord
               CLOSE BalanceFile
               Display "DRIVER: control ledger unreadable - "
                   "sites not balanced"
               Exit Section
           END-IF

           perform varying SiteIndex from 1 by 1
                   until SiteIndex > SiteCount
               MOVE Site-Code(SiteIndex) TO LogSite
               MOVE "N" TO SiteOutOfBalance
               perform varying FeedIndex from 1 by 1
                       until FeedIndex > 2
                   perform BalanceOneFeed
               end-perform
               IF Site-Is-Out-Of-Balance
                   ADD 1 TO OutOfBalanceCount
                   IF Site-Note(SiteIndex) = SPACES
                       MOVE "OUT OF BAL" TO Site-Note(SiteIndex)
                   END-IF
               END-IF
           end-perform

           MOVE SPACES TO BalanceRecord
           WRITE BalanceRecord
           MOVE SPACES TO BalanceRecord
           STRING "SITES OUT OF BALANCE: " OutOfBalanceCount
               DELIMITED BY SIZE INTO BalanceRecord
           WRITE BalanceRecord
           CLOSE BalanceFile
           Display "DRIVER: sites out of balance: "
               OutOfBalanceCount
       Exit.

       LoadControlLedger Section.
           perform varying SiteIndex from 1 by 1
                   until SiteIndex > SiteCount
               perform varying FeedIndex from 1 by 1
                       until FeedIndex > 2
                   MOVE "N" TO LdgT-GateSeen(SiteIndex FeedIndex)
                   MOVE ZEROS TO LdgT-GateOut(SiteIndex FeedIndex)
                   MOVE "N" TO LdgT-StepSeen(SiteIndex FeedIndex)
                   MOVE ZEROS TO LdgT-StepIn(SiteIndex FeedIndex)
                   MOVE ZEROS TO LdgT-StepOut(SiteIndex FeedIndex)
                   MOVE ZEROS TO LdgT-StepRej(SiteIndex FeedIndex)
               end-perform
           end-perform
           MOVE ZEROS TO LedgerPostCount
           MOVE "N" TO LedgerReadFlag
           Open Input LedgerFile.
           IF NOT LedgerFile-OK
               Display "DRIVER: unable to read control ledger: "
                   LedgerFile-Path " status " LedgerFile-Status
               MOVE "Y" TO LedgerReadFlag
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to read control ledger: "
                   LedgerFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           perform until LedgerFile-EOF
               READ LedgerFile
                   AT END
                       Move "10" TO LedgerFile-Status
                   NOT AT END
                       IF Ldg-Date = BusinessDate
                           perform LoadOneLedgerPost
                       END-IF
               END-READ
           end-perform
           CLOSE LedgerFile
           Display "DRIVER: control ledger postings for "
               BusinessDate ": " LedgerPostCount
       Exit.

       LoadOneLedgerPost Section.
           IF Ldg-InCount IS NOT NUMERIC
                   OR Ldg-OutCount IS NOT NUMERIC
                   OR Ldg-RejCount IS NOT NUMERIC
               Display "DRIVER: bad control ledger record ignored: "
                   LedgerRecord(1:40)
               Exit Section
           END-IF
           MOVE 1 TO SiteIndex
           perform until SiteIndex > SiteCount
                   OR Site-Code(SiteIndex) = Ldg-Site
               ADD 1 TO SiteIndex
           end-perform
           IF SiteIndex > SiteCount
               Exit Section
           END-IF
           ADD 1 TO LedgerPostCount
           IF Ldg-Program = "FEEDGATE"
                   AND (Ldg-Feed = 1 OR Ldg-Feed = 2)
               MOVE Ldg-Feed TO FeedIndex
               MOVE "Y" TO LdgT-GateSeen(SiteIndex FeedIndex)
               MOVE Ldg-OutCount TO LdgT-GateOut(SiteIndex FeedIndex)
               Exit Section
           END-IF
           IF Ldg-Program = "01"
               MOVE 1 TO FeedIndex
           ELSE
               IF Ldg-Program = "02"
                   MOVE 2 TO FeedIndex
               ELSE
                   Exit Section
               END-IF
           END-IF
           MOVE "Y" TO LdgT-StepSeen(SiteIndex FeedIndex)
           MOVE Ldg-InCount TO LdgT-StepIn(SiteIndex FeedIndex)
           MOVE Ldg-OutCount TO LdgT-StepOut(SiteIndex FeedIndex)
           MOVE Ldg-RejCount TO LdgT-StepRej(SiteIndex FeedIndex)
       Exit.

       BalanceOneFeed Section.
           IF Site-Note(SiteIndex) = "NOT DUE"
                   OR Site-Note(SiteIndex) = "SUSPENDED"
               MOVE Site-Note(SiteIndex) TO BalanceResult
               perform WriteBalanceDetail
               Exit Section
           END-IF
           MOVE "BALANCED" TO BalanceResult
           IF NOT LdgT-Gate-Posted(SiteIndex FeedIndex)
                   AND NOT LdgT-Step-Posted(SiteIndex FeedIndex)
               MOVE "NO POSTINGS" TO BalanceResult
           END-IF
           IF LdgT-Step-Posted(SiteIndex FeedIndex)
               IF LdgT-StepIn(SiteIndex FeedIndex) NOT =
                       LdgT-StepOut(SiteIndex FeedIndex)
                       + LdgT-StepRej(SiteIndex FeedIndex)
                   MOVE "OUT OF BAL" TO BalanceResult
               END-IF
               IF FeedIndex = 2 AND Site-RC2(SiteIndex) = 0
                   IF Site-SkippedReports(SiteIndex) NOT =
                           LdgT-StepRej(SiteIndex FeedIndex)
                       MOVE "OUT OF BAL" TO BalanceResult
                   END-IF
               END-IF
               IF NOT LdgT-Gate-Posted(SiteIndex FeedIndex)
                       AND BalanceResult = "BALANCED"
                   MOVE "UNGATED" TO BalanceResult
               END-IF
           END-IF
           IF LdgT-Gate-Posted(SiteIndex FeedIndex)
               IF LdgT-Step-Posted(SiteIndex FeedIndex)
                   IF LdgT-GateOut(SiteIndex FeedIndex) NOT =
                           LdgT-StepOut(SiteIndex FeedIndex)
                           + LdgT-StepRej(SiteIndex FeedIndex)
                       MOVE "OUT OF BAL" TO BalanceResult
                   END-IF
               ELSE
                   IF LdgT-GateOut(SiteIndex FeedIndex) > ZEROS
                       MOVE "NOT PROCESSED" TO BalanceResult
                   END-IF
               END-IF
           END-IF
           perform WriteBalanceDetail

           IF BalanceResult = "OUT OF BAL"
                   OR BalanceResult = "NOT PROCESSED"
               perform MarkSiteOutOfBalance
               Exit Section
           END-IF
           IF BalanceResult = "NO POSTINGS"
                   AND NOT Site-Not-Due(SiteIndex)
               IF (FeedIndex = 1 AND Site-RC1(SiteIndex) < 20)
                       OR (FeedIndex = 2 AND Site-RC2(SiteIndex) < 20)
                   perform MarkSiteOutOfBalance
               END-IF
           END-IF
       Exit.

       WriteBalanceDetail Section.
           MOVE SPACES TO Balance-Detail
           MOVE Site-Code(SiteIndex) TO Bal-Site
           MOVE FeedIndex TO Bal-Feed
           MOVE LdgT-GateOut(SiteIndex FeedIndex) TO Bal-GateOut
           MOVE LdgT-StepIn(SiteIndex FeedIndex) TO Bal-StepIn
           MOVE LdgT-StepOut(SiteIndex FeedIndex) TO Bal-StepOut
           MOVE LdgT-StepRej(SiteIndex FeedIndex) TO Bal-StepRej
           MOVE BalanceResult TO Bal-Result
           WRITE BalanceRecord FROM Balance-Detail
       Exit.

       MarkSiteOutOfBalance Section.
           MOVE "Y" TO SiteOutOfBalance
           Display "DRIVER: CONTROL LEDGER OUT OF BALANCE for site "
               Site-Code(SiteIndex) " feed " FeedIndex
           MOVE "ERROR" TO Log-Severity
           MOVE SPACES TO Log-Message
           STRING "control ledger out of balance feed " FeedIndex
               " gate " LdgT-GateOut(SiteIndex FeedIndex)
               " out " LdgT-StepOut(SiteIndex FeedIndex)
               " rej " LdgT-StepRej(SiteIndex FeedIndex)
               DELIMITED BY SIZE INTO Log-Message
           perform WriteRunLog
           IF FeedIndex = 1
               IF Site-RC1(SiteIndex) < 12
                   MOVE 12 TO Site-RC1(SiteIndex)
               END-IF
               IF Site-RC1(SiteIndex) > Worst-RC1
                   MOVE Site-RC1(SiteIndex) TO Worst-RC1
               END-IF
           ELSE
               IF Site-RC2(SiteIndex) < 12
                   MOVE 12 TO Site-RC2(SiteIndex)
               END-IF
               IF Site-RC2(SiteIndex) > Worst-RC2
                   MOVE Site-RC2(SiteIndex) TO Worst-RC2
               END-IF
           END-IF
       Exit.

       SetSiteFiles Section.
           IF NOT Manifest-Is-Active
               Exit Section
           CLOSE RegisterFile
       Exit.

       CheckPeriodClose Section.
           MOVE "N" TO PeriodClosed
           MOVE SPACES TO PeriodCloseTs
           MOVE SPACES TO PeriodCloseSignOff
           MOVE "N" TO PeriodCheck
           Open Input PeriodCloseFile.
           IF NOT PeriodCloseFile-OK
               Display "DRIVER: unable to read period close file: "
                   PeriodCloseFile-Path " status "
                   PeriodCloseFile-Status
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to read period close file: "
                   PeriodCloseFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               MOVE "Y" TO PeriodCheck
               Exit Section
           END-IF
           perform until PeriodCloseFile-EOF
               READ PeriodCloseFile
                   AT END
                       Move "10" TO PeriodCloseFile-Status
                   NOT AT END
                       IF Cls-Period = BusinessDate(1:6)
                           IF Cls-Action = "CLOSE"
                               MOVE "Y" TO PeriodClosed
                               MOVE Cls-Ts TO PeriodCloseTs
                               MOVE Cls-SignOff
                                   TO PeriodCloseSignOff
                           END-IF
                           IF Cls-Action = "REOPEN"
                               MOVE "N" TO PeriodClosed
                           END-IF
                       END-IF
               END-READ
           end-perform
           CLOSE PeriodCloseFile
       Exit.

       WriteRunRegister Section.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT TimeNow FROM TIME
