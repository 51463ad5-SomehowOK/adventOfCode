           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogFile-Status.

           select OPTIONAL LedgerFile assign to
            DYNAMIC LedgerFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LedgerFile-Status.

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

           select OPTIONAL ReceiptFile assign to
            DYNAMIC ReceiptFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReceiptFile-Status.

           select DuplicateFile assign to
            DYNAMIC DuplicateFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DuplicateFile-Status.

       data division.

       FILE SECTION.
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

       FD ReceiptFile.
       01 ReceiptRecord.
           05 Rcp-Site        PIC X(4).
           05 FILLER          PIC X(1).
           05 Rcp-Date        PIC X(8).
           05 FILLER          PIC X(1).
           05 Rcp-Feed        PIC 9(1).
           05 FILLER          PIC X(1).
           05 Rcp-Count       PIC 9(6).
           05 FILLER          PIC X(1).
           05 Rcp-HashTotal   PIC 9(12).
           05 FILLER          PIC X(1).
           05 Rcp-ContentHash PIC 9(9).
           05 FILLER          PIC X(1).
           05 Rcp-ArrivalTs   PIC X(14).
           05 FILLER          PIC X(1).
           05 Rcp-Status      PIC X(8).

       FD DuplicateFile.
       01 DuplicateRecord PIC X(80).

       working-storage section.
       01 ManifestFile-Path PIC X(200).
       01 RawFile-Path      PIC X(200).
               10 Site-Code   PIC X(4).
               10 Site-Input1 PIC X(96).
               10 Site-Input2 PIC X(96).
               10 Site-Sched  PIC X(9).
                   88 Site-Is-Due       VALUE "DUE" "UNLISTED".
                   88 Site-Not-Due      VALUE "NOT DUE".
                   88 Site-Is-Suspended VALUE "SUSPENDED".
               10 Site-Cutoff  PIC X(4).
               10 Site-Contact PIC X(30).
               10 Site-Phone   PIC X(20).

       01 SiteMasterFile-Path  PIC X(200).
       01 CalendarFile-Path    PIC X(200).
       01 MissingFeedFile-Path PIC X(200).

       01 SiteMasterFile-Status PIC XX.
           88 SiteMasterFile-OK          VALUE "00".
           88 SiteMasterFile-Not-Found   VALUE "35".
           88 SiteMasterFile-Rec-Missing VALUE "23".

       01 CalendarFile-Status PIC XX.
           88 CalendarFile-OK        VALUE "00".
           88 CalendarFile-EOF       VALUE "10".
           88 CalendarFile-Not-Found VALUE "35".

       01 MissingFeedFile-Status PIC XX.
           88 MissingFeedFile-OK VALUE "00".

       01 ScheduleMode PIC X VALUE "N".
           88 Schedule-Is-Active VALUE "Y".
       01 BusinessDateNum PIC 9(8).
       01 DayOfWeek       PIC 9(1) VALUE ZEROS.
       01 NotDueFeedCount    PIC 9(4) VALUE ZEROS.
       01 SuspendedSiteCount PIC 9(4) VALUE ZEROS.

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
               10 Missing-Site PIC 9(2).
               10 Missing-Feed PIC 9(1).

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

       01 ReceiptFile-Path   PIC X(200).
       01 DuplicateFile-Path PIC X(200).

       01 ReceiptFile-Status PIC XX.
           88 ReceiptFile-OK  VALUE "00" "05".
           88 ReceiptFile-EOF VALUE "10".

       01 DuplicateFile-Status PIC XX.
           88 DuplicateFile-OK VALUE "00".

       01 ContentHash     PIC 9(9) VALUE ZEROS.
       01 Hash-Modulus    PIC 9(9) VALUE 999999937.
       01 ArrivalStamp    PIC X(14).
       01 HeldFeedCount     PIC 9(4) VALUE ZEROS.
       01 ReleasedFeedCount PIC 9(4) VALUE ZEROS.

       01 ReceiptMatch    PIC X VALUE "N".
           88 Receipt-Is-Duplicate VALUE "Y".
       01 ReceiptSameDay  PIC X VALUE "N".
           88 Receipt-Same-Day-Posted VALUE "Y".
       01 Orig-Date       PIC X(8).
       01 Orig-ArrivalTs  PIC X(14).
       01 ReleaseFlag     PIC X VALUE "N".
           88 Feed-Is-Released VALUE "Y".

       01 FeedRelease     PIC X(80).
       01 Release-Max     PIC 9(2) VALUE 8.
       01 ReleaseIndex    PIC 9(2).
       01 Release-Table.
           05 Release-Entry OCCURS 8 TIMES.
               10 Release-Site PIC X(4).
               10 Release-Feed PIC X(1).

       01 Dup-Max    PIC 9(2) VALUE 16.
       01 DupCount   PIC 9(2) VALUE ZEROS.
       01 DupIndex   PIC 9(2).
       01 Dup-Table.
           05 Dup-Entry OCCURS 16 TIMES.
               10 DupT-Site     PIC X(4).
               10 DupT-Feed     PIC 9(1).
               10 DupT-Count    PIC 9(6).
               10 DupT-Hash     PIC 9(12).
               10 DupT-OrigDate PIC X(8).
               10 DupT-OrigTs   PIC X(14).
               10 DupT-Action   PIC X(8).

       01 Dup-Heading.
           05 FILLER    PIC X(38)
               VALUE "DUPLICATE FEED REPORT - BUSINESS DATE ".
           05 DupH-Date PIC X(8).

       01 Dup-Columns.
           05 FILLER PIC X(24) VALUE "SITE  FEED  RECORDS  HAS".
           05 FILLER PIC X(24) VALUE "H-TOTAL    ORIG-DATE  OR".
           05 FILLER PIC X(22) VALUE "IG-ARRIVAL      ACTION".

       01 Dup-Detail.
           05 Dup-Site     PIC X(4).
           05 FILLER       PIC X(5).
           05 Dup-Feed     PIC 9(1).
           05 FILLER       PIC X(3).
           05 Dup-Count    PIC Z(5)9.
           05 FILLER       PIC X(2).
           05 Dup-Hash     PIC 9(12).
           05 FILLER       PIC X(2).
           05 Dup-OrigDate PIC X(8).
           05 FILLER       PIC X(2).
           05 Dup-OrigTs   PIC X(14).
           05 FILLER       PIC X(2).
           05 Dup-Action   PIC X(8).

       01 Dup-Footer.
           05 FILLER        PIC X(12) VALUE "FEEDS HELD: ".
           05 DupF-Held     PIC Z9.
           05 FILLER        PIC X(13) VALUE "   RELEASED: ".
           05 DupF-Released PIC Z9.

       01 FeedType      PIC 9(1).
       01 Target-Path   PIC X(96).
           88 Raw-Header-Present VALUE "Y".
       01 AcceptedFeedCount PIC 9(4) VALUE ZEROS.
       01 RejectedFeedCount PIC 9(4) VALUE ZEROS.
       01 ReceiptErrorCount PIC 9(4) VALUE ZEROS.
       01 Delete-Status PIC 9(9) COMP-5.

       01 Pair-Number PIC 9(5).
       01 Log-Severity  PIC X(7).
       01 Log-Message   PIC X(80).

       01 LedgerFile-Path   PIC X(200).
       01 LedgerFile-Status PIC XX.
           88 LedgerFile-OK VALUE "00" "05".
       01 RawOpened     PIC X VALUE "N".
           88 Raw-Feed-Opened VALUE "Y".
       01 Ledger-In     PIC 9(6).
       01 Ledger-Out    PIC 9(6).
       01 Ledger-Rej    PIC 9(6).
       01 CurrentDate   PIC X(8).
       01 TimeNow       PIC X(8).

       01 Control-Trailer.
           05 Trl-Tag          PIC X(3).
           05 Trl-RecordCount  PIC 9(6).
           END-IF
           Move Spaces TO LogSite

           Move Spaces TO LedgerFile-Path
           ACCEPT LedgerFile-Path FROM ENVIRONMENT "CONTROL_LEDGER"
           IF LedgerFile-Path = Spaces
               MOVE "output/control-ledger.txt" TO LedgerFile-Path
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

           Move Spaces TO ReceiptFile-Path
           ACCEPT ReceiptFile-Path FROM ENVIRONMENT "FEED_RECEIPT_FILE"
           IF ReceiptFile-Path = Spaces
               MOVE "output/feed-receipts.txt" TO ReceiptFile-Path
           END-IF

           Move Spaces TO DuplicateFile-Path
           ACCEPT DuplicateFile-Path
               FROM ENVIRONMENT "DUPLICATE_FEED_REPORT"
           IF DuplicateFile-Path = Spaces
               MOVE "output/duplicate-feeds.txt" TO DuplicateFile-Path
           END-IF

           Move Spaces TO FeedRelease
           ACCEPT FeedRelease FROM ENVIRONMENT "FEED_RELEASE"
           MOVE SPACES TO Release-Table
           UNSTRING FeedRelease DELIMITED BY "," OR ALL SPACE
               INTO Release-Entry(1) Release-Entry(2)
                   Release-Entry(3) Release-Entry(4)
                   Release-Entry(5) Release-Entry(6)
                   Release-Entry(7) Release-Entry(8)
           END-UNSTRING

           perform LoadManifest
           IF RETURN-CODE = 24
               Exit Section
           END-IF
           perform LoadSiteSchedule

           perform varying SiteIndex from 1 by 1
                   until SiteIndex > SiteCount
               perform GateOneSite
           end-perform
           Move Spaces TO LogSite
           perform WriteMissingFeeds
           perform WriteDuplicateReport

           Display "FEEDGATE: feeds accepted " AcceptedFeedCount
           Display "FEEDGATE: feeds rejected " RejectedFeedCount
           Display "FEEDGATE: feeds not due  " NotDueFeedCount
           Display "FEEDGATE: sites suspended " SuspendedSiteCount
           Display "FEEDGATE: feeds missing  " MissingCount
           Display "FEEDGATE: duplicates held " HeldFeedCount
           Display "FEEDGATE: duplicates released " ReleasedFeedCount
           IF HeldFeedCount > ZEROS
               Display "FEEDGATE: duplicate feeds held - set "
                   "FEED_RELEASE=<site>[feed] to release"
           END-IF
           IF RejectedFeedCount > ZEROS
                   OR HeldFeedCount > ZEROS
                   OR BadManifestCount > ZEROS
               Display "FEEDGATE: one or more feeds rejected - "
                   "rejected feeds were not stamped"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF ReceiptErrorCount > ZEROS
               Display "FEEDGATE: feed receipt ledger unreadable - "
                   "feeds not stamped: " ReceiptErrorCount
               MOVE 24 TO RETURN-CODE
           END-IF
       Exit.

       LoadManifest Section.
           MOVE Man-Input2 TO Site-Input2(SiteCount)
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
               Display "FEEDGATE: no site master - all sites due"
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

       GateOneSite Section.
           MOVE Site-Code(SiteIndex) TO LogSite
           IF Site-Is-Suspended(SiteIndex)
               Display "FEEDGATE: site " Site-Code(SiteIndex)
                   " suspended - feeds not gated"
               ADD 1 TO SuspendedSiteCount
               MOVE "INFO" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "site suspended on site master - feeds not gated"
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           Display "FEEDGATE: gating site " Site-Code(SiteIndex)
           MOVE 1 TO FeedType
           MOVE Site-Input1(SiteIndex) TO Target-Path
           perform GateOneFeed
           MOVE SPACES TO Reject-Reason
           MOVE ZEROS TO DetailCount
           MOVE ZEROS TO HashTotal
           MOVE ZEROS TO ContentHash
           MOVE "Y" TO FirstRecord
           MOVE "N" TO HeaderSkip
           MOVE "N" TO RawOpened

           perform ValidateRawFeed
           IF Reject-Reason = "RAW FEED NOT FOUND"
                   AND Site-Not-Due(SiteIndex)
               Display "FEEDGATE: site " Site-Code(SiteIndex)
                   " feed " FeedType " not due - no feed expected"
               CALL "CBL_DELETE_FILE" USING StampedFile-Path
                   RETURNING Delete-Status
               ADD 1 TO NotDueFeedCount
               MOVE "INFO" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "feed " FeedType " not due - no feed expected"
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           IF Reject-Reason = "RAW FEED NOT FOUND"
                   AND MissingCount < Missing-Max
               ADD 1 TO MissingCount
               MOVE SiteIndex TO Missing-Site(MissingCount)
               MOVE FeedType TO Missing-Feed(MissingCount)
           END-IF
           IF Reject-Reason = SPACES
               perform CheckFeedReceipt
           END-IF
           IF Reject-Reason = SPACES
               perform WriteStampedFeed
           END-IF
           IF Reject-Reason = SPACES
               perform PostFeedReceipt
           END-IF
           IF Reject-Reason = "DUPLICATE FEED HELD"
               Display "WARNING: feed held for site "
                   Site-Code(SiteIndex) " feed " FeedType
                   ": same records and hash as receipt of "
                   Orig-Date
               CALL "CBL_DELETE_FILE" USING StampedFile-Path
                   RETURNING Delete-Status
               IF Delete-Status = ZEROS
                   Display "FEEDGATE: stale stamped feed removed: "
                       StampedFile-Path
               END-IF
               ADD 1 TO HeldFeedCount
               MOVE "WARNING" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "feed " FeedType " held - duplicate of "
                   "feed received for " Orig-Date
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
           END-IF
           IF Reject-Reason NOT = SPACES
                   AND Reject-Reason NOT = "DUPLICATE FEED HELD"
               Display "ERROR: feed rejected for site "
                   Site-Code(SiteIndex) " feed " FeedType ": "
                   Reject-Reason
                   Reject-Reason
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
           END-IF
           IF Reject-Reason = SPACES
               Display "FEEDGATE: site " Site-Code(SiteIndex)
                   " feed " FeedType " accepted - records "
                   DetailCount " hash " HashTotal
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
           END-IF

           IF Raw-Feed-Opened
               MOVE DetailCount TO Ledger-In
               IF Reject-Reason = SPACES
                   MOVE DetailCount TO Ledger-Out
                   MOVE ZEROS TO Ledger-Rej
               ELSE
                   MOVE ZEROS TO Ledger-Out
                   MOVE DetailCount TO Ledger-Rej
               END-IF
               perform PostLedger
           END-IF
       Exit.

       CheckFeedReceipt Section.
           MOVE "N" TO ReceiptMatch
           MOVE "N" TO ReceiptSameDay
           MOVE "N" TO ReleaseFlag
           MOVE SPACES TO Orig-Date
           MOVE SPACES TO Orig-ArrivalTs
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT TimeNow FROM TIME
           MOVE SPACES TO ArrivalStamp
           STRING CurrentDate TimeNow(1:6)
               DELIMITED BY SIZE INTO ArrivalStamp

           Open Input ReceiptFile.
           IF NOT ReceiptFile-OK
               Display "ERROR: unable to read feed receipts: "
                   ReceiptFile-Path " status " ReceiptFile-Status
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to read feed receipts: "
                   ReceiptFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               MOVE "RECEIPT LEDGER ERROR" TO Reject-Reason
               ADD 1 TO ReceiptErrorCount
               MOVE 24 TO RETURN-CODE
               Exit Section
           END-IF
           perform until ReceiptFile-EOF
               READ ReceiptFile
                   AT END
                       Move "10" TO ReceiptFile-Status
                   NOT AT END
                       perform MatchOneReceipt
               END-READ
           end-perform
           CLOSE ReceiptFile

           IF Receipt-Same-Day-Posted
               MOVE "N" TO ReceiptMatch
           END-IF
           IF NOT Receipt-Is-Duplicate
               Exit Section
           END-IF
           perform varying ReleaseIndex from 1 by 1
                   until ReleaseIndex > Release-Max
               IF Release-Site(ReleaseIndex) = Site-Code(SiteIndex)
                       AND (Release-Feed(ReleaseIndex) = SPACE
                       OR Release-Feed(ReleaseIndex) = FeedType)
                   MOVE "Y" TO ReleaseFlag
               END-IF
           end-perform

           IF DupCount < Dup-Max
               ADD 1 TO DupCount
               MOVE Site-Code(SiteIndex) TO DupT-Site(DupCount)
               MOVE FeedType TO DupT-Feed(DupCount)
               MOVE DetailCount TO DupT-Count(DupCount)
               MOVE HashTotal TO DupT-Hash(DupCount)
               MOVE Orig-Date TO DupT-OrigDate(DupCount)
               MOVE Orig-ArrivalTs TO DupT-OrigTs(DupCount)
               MOVE "HELD" TO DupT-Action(DupCount)
               IF Feed-Is-Released
                   MOVE "RELEASED" TO DupT-Action(DupCount)
               END-IF
           END-IF

           IF Feed-Is-Released
               Display "FEEDGATE: duplicate feed released by operator "
                   "for site " Site-Code(SiteIndex) " feed " FeedType
               ADD 1 TO ReleasedFeedCount
               MOVE "WARNING" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "feed " FeedType " duplicate of " Orig-Date
                   " released by operator"
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
           ELSE
               MOVE "DUPLICATE FEED HELD" TO Reject-Reason
           END-IF
       Exit.

       MatchOneReceipt Section.
           IF Rcp-Site NOT = Site-Code(SiteIndex)
                   OR Rcp-Feed NOT = FeedType
               Exit Section
           END-IF
           IF Rcp-Count NOT = DetailCount
                   OR Rcp-HashTotal NOT = HashTotal
                   OR Rcp-ContentHash NOT = ContentHash
               Exit Section
           END-IF
           IF Rcp-Date = BusinessDate
               MOVE "Y" TO ReceiptSameDay
               Exit Section
           END-IF
           IF Rcp-Date < BusinessDate AND NOT Receipt-Is-Duplicate
               MOVE "Y" TO ReceiptMatch
               MOVE Rcp-Date TO Orig-Date
               MOVE Rcp-ArrivalTs TO Orig-ArrivalTs
           END-IF
       Exit.

       PostFeedReceipt Section.
           IF Receipt-Same-Day-Posted
               Exit Section
           END-IF
           Open Extend ReceiptFile.
           IF NOT ReceiptFile-OK
               Display "ERROR: unable to post feed receipt: "
                   ReceiptFile-Path " status " ReceiptFile-Status
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to post feed receipt: "
                   ReceiptFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           MOVE SPACES TO ReceiptRecord
           MOVE Site-Code(SiteIndex) TO Rcp-Site
           MOVE BusinessDate TO Rcp-Date
           MOVE FeedType TO Rcp-Feed
           MOVE DetailCount TO Rcp-Count
           MOVE HashTotal TO Rcp-HashTotal
           MOVE ContentHash TO Rcp-ContentHash
           MOVE ArrivalStamp TO Rcp-ArrivalTs
           MOVE "ACCEPTED" TO Rcp-Status
           IF Feed-Is-Released
               MOVE "RELEASED" TO Rcp-Status
           END-IF
           WRITE ReceiptRecord
           CLOSE ReceiptFile
       Exit.

       WriteDuplicateReport Section.
           Open Output DuplicateFile.
           IF NOT DuplicateFile-OK
               Display "ERROR: unable to write duplicate feed report: "
                   DuplicateFile-Path " status " DuplicateFile-Status
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to write duplicate feed report: "
                   DuplicateFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           MOVE BusinessDate TO DupH-Date
           WRITE DuplicateRecord FROM Dup-Heading
           WRITE DuplicateRecord FROM Dup-Columns
           perform varying DupIndex from 1 by 1
                   until DupIndex > DupCount
               MOVE SPACES TO Dup-Detail
               MOVE DupT-Site(DupIndex) TO Dup-Site
               MOVE DupT-Feed(DupIndex) TO Dup-Feed
               MOVE DupT-Count(DupIndex) TO Dup-Count
               MOVE DupT-Hash(DupIndex) TO Dup-Hash
               MOVE DupT-OrigDate(DupIndex) TO Dup-OrigDate
               MOVE DupT-OrigTs(DupIndex) TO Dup-OrigTs
               MOVE DupT-Action(DupIndex) TO Dup-Action
               WRITE DuplicateRecord FROM Dup-Detail
           end-perform
           MOVE HeldFeedCount TO DupF-Held
           MOVE ReleasedFeedCount TO DupF-Released
           WRITE DuplicateRecord FROM Dup-Footer
           CLOSE DuplicateFile
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
           MOVE BusinessDate TO Ldg-Date
           MOVE Site-Code(SiteIndex) TO Ldg-Site
           MOVE "FEEDGATE" TO Ldg-Program
           MOVE FeedType TO Ldg-Feed
           MOVE Ledger-In TO Ldg-InCount
           MOVE Ledger-Out TO Ldg-OutCount
           MOVE Ledger-Rej TO Ldg-RejCount
           MOVE ZEROS TO Ldg-AdjCount
           STRING CurrentDate TimeNow(1:6)
               DELIMITED BY SIZE INTO Ldg-Ts
           WRITE LedgerRecord
           CLOSE LedgerFile
       Exit.

       WriteMissingFeeds Section.
           Open Output MissingFeedFile.
           IF NOT MissingFeedFile-OK
               Display "ERROR: unable to write missing feed list: "
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
           MOVE "FEEDGATE" TO MisH-Program
           WRITE MissingFeedRecord FROM Missing-Heading
           WRITE MissingFeedRecord FROM Missing-Columns
           perform varying MissingIndex from 1 by 1
                   until MissingIndex > MissingCount
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
               MOVE Site-Code(SiteIndex) TO LogSite
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "MISSING FEED " Mis-Feed " - call "
                   Mis-Contact " " Mis-Phone
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
           end-perform
           MOVE MissingCount TO MisF-Count
           WRITE MissingFeedRecord FROM Missing-Footer
           CLOSE MissingFeedFile
           Move Spaces TO LogSite
       Exit.

       WriteRunLog Section.
               MOVE "RAW FEED OPEN FAILED" TO Reject-Reason
               Exit Section
           END-IF
           MOVE "Y" TO RawOpened
           perform until RawFile-EOF
                   OR Reject-Reason NOT = SPACES
               READ RawFile
               Exit Section
           END-IF
           ADD 1 TO DetailCount
           COMPUTE ContentHash = FUNCTION MOD(
               ContentHash * 7 + DetailCount, Hash-Modulus)
           IF FeedType = 1
               perform ValidatePairRecord
           ELSE
                   AND RawRecord(9:5) IS NUMERIC
               MOVE RawRecord(1:5) TO Pair-Number
               ADD Pair-Number TO HashTotal
               COMPUTE ContentHash = FUNCTION MOD(
                   ContentHash * 31 + Pair-Number, Hash-Modulus)
               MOVE RawRecord(9:5) TO Pair-Number
               ADD Pair-Number TO HashTotal
               COMPUTE ContentHash = FUNCTION MOD(
                   ContentHash * 31 + Pair-Number, Hash-Modulus)
           ELSE
               MOVE "NOT NUMERIC" TO Reject-Reason
           END-IF
           END-IF
           MOVE InputTrim(Tok-Start:Tok-Len) TO Tok-Value
           ADD Tok-Value TO HashTotal
           COMPUTE ContentHash = FUNCTION MOD(
               ContentHash * 31 + Tok-Value, Hash-Modulus)
       Exit.

       WriteStampedFeed Section.
