       identification division.
       program-id. "PERIODCL".
       environment division.
       input-output section.
       file-control.
           select SiteStatusFile assign to
            DYNAMIC SiteStatusFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SiteStatusFile-Status.

           select OPTIONAL DailyFile assign to
            DYNAMIC DailyFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DailyFile-Status.

           select OPTIONAL TotalsFile assign to
            DYNAMIC TotalsFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TotalsFile-Status.

           select OPTIONAL CloseFile assign to
            DYNAMIC CloseFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CloseFile-Status.

           select WorkFile assign to
            DYNAMIC WorkFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WorkFile-Status.

           select OPTIONAL RunLogFile assign to
            DYNAMIC RunLogFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogFile-Status.

       data division.

       FILE SECTION.
       FD SiteStatusFile.
       01 SiteStatusRecord.
           05 Stat-Date     PIC X(8).
           05 FILLER        PIC X(1).
           05 Stat-Site     PIC X(4).
           05 FILLER        PIC X(1).
           05 Stat-RC1      PIC 9(4).
           05 FILLER        PIC X(1).
           05 Stat-RC2      PIC 9(4).
           05 FILLER        PIC X(1).
           05 Stat-TotalDistance    PIC 9(32).
           05 FILLER        PIC X(1).
           05 Stat-SimilarityScore  PIC 9(32).
           05 FILLER        PIC X(1).
           05 Stat-BadRecordCount   PIC 9(6).
           05 FILLER        PIC X(1).
           05 Stat-Safe             PIC 9(6).
           05 FILLER        PIC X(1).
           05 Stat-SafeWithDampener PIC 9(6).
           05 FILLER        PIC X(1).
           05 Stat-SkippedReports   PIC 9(6).
           05 FILLER        PIC X(1).
           05 Stat-Note             PIC X(12).

       FD DailyFile.
       01 DailyRecord.
           05 Dly-Date     PIC X(8).
           05 FILLER       PIC X(1).
           05 Dly-Site     PIC X(4).
           05 FILLER       PIC X(1).
           05 Dly-RC1      PIC 9(4).
           05 FILLER       PIC X(1).
           05 Dly-RC2      PIC 9(4).
           05 FILLER       PIC X(1).
           05 Dly-TotalDistance    PIC 9(32).
           05 FILLER       PIC X(1).
           05 Dly-SimilarityScore  PIC 9(32).
           05 FILLER       PIC X(1).
           05 Dly-BadRecordCount   PIC 9(6).
           05 FILLER       PIC X(1).
           05 Dly-Safe             PIC 9(6).
           05 FILLER       PIC X(1).
           05 Dly-SafeWithDampener PIC 9(6).
           05 FILLER       PIC X(1).
           05 Dly-SkippedReports   PIC 9(6).
           05 FILLER       PIC X(1).
           05 Dly-Note             PIC X(12).

       FD TotalsFile.
       01 TotalsRecord.
           05 Tot-Period   PIC X(6).
           05 FILLER       PIC X(1).
           05 Tot-Site     PIC X(4).
           05 FILLER       PIC X(1).
           05 Tot-Type     PIC X(3).
           05 FILLER       PIC X(1).
           05 Tot-State    PIC X(6).
           05 FILLER       PIC X(1).
           05 Tot-ThruDate PIC X(8).
           05 FILLER       PIC X(1).
           05 Tot-Days     PIC 9(3).
           05 FILLER       PIC X(1).
           05 Tot-FailDays PIC 9(3).
           05 FILLER       PIC X(1).
           05 Tot-TotalDistance    PIC 9(32).
           05 FILLER       PIC X(1).
           05 Tot-SimilarityScore  PIC 9(32).
           05 FILLER       PIC X(1).
           05 Tot-BadRecordCount   PIC 9(9).
           05 FILLER       PIC X(1).
           05 Tot-Safe             PIC 9(9).
           05 FILLER       PIC X(1).
           05 Tot-SafeWithDampener PIC 9(9).
           05 FILLER       PIC X(1).
           05 Tot-SkippedReports   PIC 9(9).

       FD CloseFile.
       01 CloseRecord.
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

       FD WorkFile.
       01 WorkRecord PIC X(220).

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
       01 SiteStatusFile-Path PIC X(200).
       01 DailyFile-Path      PIC X(200).
       01 TotalsFile-Path     PIC X(200).
       01 CloseFile-Path      PIC X(200).
       01 WorkFile-Path       PIC X(200).

       01 SiteStatusFile-Status PIC XX.
           88 SiteStatusFile-OK        VALUE "00".
           88 SiteStatusFile-EOF       VALUE "10".
           88 SiteStatusFile-Not-Found VALUE "35".

       01 DailyFile-Status PIC XX.
           88 DailyFile-OK  VALUE "00" "05".
           88 DailyFile-EOF VALUE "10".

       01 TotalsFile-Status PIC XX.
           88 TotalsFile-OK  VALUE "00" "05".
           88 TotalsFile-EOF VALUE "10".

       01 CloseFile-Status PIC XX.
           88 CloseFile-OK  VALUE "00" "05".
           88 CloseFile-EOF VALUE "10".

       01 WorkFile-Status PIC XX.
           88 WorkFile-OK  VALUE "00".
           88 WorkFile-EOF VALUE "10".

       01 BusinessDate  PIC X(8).
       01 PeriodAction  PIC X(8).
       01 PeriodId      PIC X(6).
       01 PeriodId-R REDEFINES PeriodId.
           05 Period-Year  PIC 9(4).
           05 Period-Month PIC 9(2).
       01 QuarterStart  PIC X(6).
       01 QuarterStart-R REDEFINES QuarterStart.
           05 Quarter-Year  PIC 9(4).
           05 Quarter-Month PIC 9(2).
       01 QuarterIndex  PIC 9(1).
       01 PeriodSignOff PIC X(20).
       01 PeriodReason  PIC X(40).

       01 PeriodState   PIC X(6) VALUE "OPEN".
           88 Period-Is-Closed   VALUE "CLOSED".
           88 Period-Is-Reopened VALUE "REOPEN".
       01 LastCloseTs      PIC X(14).
       01 LastCloseSignOff PIC X(20).

       01 RolledSiteCount PIC 9(4) VALUE ZEROS.
       01 CurrentDate  PIC X(8).
       01 TimeNow      PIC X(8).
       01 NowStamp     PIC X(14).

       01 Acc-Max     PIC 9(2) VALUE 17.
       01 AccCount    PIC 9(2) VALUE ZEROS.
       01 AccIndex    PIC 9(2).
       01 LineIndex   PIC 9(1).
       01 MetricIndex PIC 9(1).
       01 Acc-Table.
           05 Acc-Entry OCCURS 17 TIMES.
               10 Acc-Site PIC X(4).
               10 Acc-Line OCCURS 2 TIMES.
                   15 Acc-Days     PIC 9(3).
                   15 Acc-FailDays PIC 9(3).
                   15 Acc-ThruDate PIC X(8).
                   15 Acc-Metric OCCURS 6 TIMES PIC 9(32).

       01 Line-Types.
           05 FILLER PIC X(3) VALUE "MTD".
           05 FILLER PIC X(3) VALUE "QTD".
       01 Line-Types-R REDEFINES Line-Types.
           05 Line-Type OCCURS 2 TIMES PIC X(3).

       01 Date-Max    PIC 9(3) VALUE 100.
       01 DateCount   PIC 9(3) VALUE ZEROS.
       01 DateIndex   PIC 9(3).
       01 Date-Table.
           05 Date-Entry OCCURS 100 TIMES.
               10 Dte-Date    PIC X(8).
               10 Dte-InMonth PIC X.
               10 Dte-Failed  PIC X.

       01 DayFailed    PIC X.
           88 Day-Has-Failure VALUE "Y".
       01 Day-Metric OCCURS 6 TIMES PIC 9(32).
       01 BadDailyCount PIC 9(6) VALUE ZEROS.

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
           Move Spaces TO BusinessDate
           ACCEPT BusinessDate FROM ENVIRONMENT "BUSINESS_DATE"
           IF BusinessDate = Spaces
               ACCEPT BusinessDate FROM DATE YYYYMMDD
           END-IF

           Move Spaces TO RunLogFile-Path
           ACCEPT RunLogFile-Path FROM ENVIRONMENT "RUN_LOG_FILE"
           IF RunLogFile-Path = Spaces
               MOVE "output/run-log.txt" TO RunLogFile-Path
           END-IF
           Move Spaces TO LogSite

           Move Spaces TO SiteStatusFile-Path
           ACCEPT SiteStatusFile-Path
               FROM ENVIRONMENT "SITE_STATUS_FILE"
           IF SiteStatusFile-Path = Spaces
               MOVE "output/site-status.txt" TO SiteStatusFile-Path
           END-IF

           Move Spaces TO DailyFile-Path
           ACCEPT DailyFile-Path FROM ENVIRONMENT "PERIOD_DAILY_FILE"
           IF DailyFile-Path = Spaces
               MOVE "output/period-daily.txt" TO DailyFile-Path
           END-IF

           Move Spaces TO TotalsFile-Path
           ACCEPT TotalsFile-Path FROM ENVIRONMENT "PERIOD_TOTALS_FILE"
           IF TotalsFile-Path = Spaces
               MOVE "output/period-totals.txt" TO TotalsFile-Path
           END-IF

           Move Spaces TO CloseFile-Path
           ACCEPT CloseFile-Path FROM ENVIRONMENT "PERIOD_CLOSE_FILE"
           IF CloseFile-Path = Spaces
               MOVE "output/period-close.txt" TO CloseFile-Path
           END-IF

           Move Spaces TO WorkFile-Path
           ACCEPT WorkFile-Path FROM ENVIRONMENT "PERIOD_WORK_FILE"
           IF WorkFile-Path = Spaces
               MOVE "output/period-work.tmp" TO WorkFile-Path
           END-IF

           Move Spaces TO PeriodAction
           ACCEPT PeriodAction FROM ENVIRONMENT "PERIOD_ACTION"
           IF PeriodAction = Spaces
               MOVE "ROLL" TO PeriodAction
           END-IF

           Move Spaces TO PeriodId
           ACCEPT PeriodId FROM ENVIRONMENT "PERIOD_ID"
           IF PeriodId = Spaces OR PeriodAction = "ROLL"
               MOVE BusinessDate(1:6) TO PeriodId
           END-IF

           Move Spaces TO PeriodSignOff
           ACCEPT PeriodSignOff FROM ENVIRONMENT "PERIOD_SIGNOFF"
           Move Spaces TO PeriodReason
           ACCEPT PeriodReason FROM ENVIRONMENT "PERIOD_REASON"

           IF PeriodId IS NOT NUMERIC
               Display "ERROR: invalid period: " PeriodId
               MOVE 24 TO RETURN-CODE
               Exit Section
           END-IF
           IF Period-Month < 1 OR Period-Month > 12
               Display "ERROR: invalid period: " PeriodId
               MOVE 24 TO RETURN-CODE
               Exit Section
           END-IF
           MOVE Period-Year TO Quarter-Year
           COMPUTE QuarterIndex = (Period-Month - 1) / 3
           COMPUTE Quarter-Month = QuarterIndex * 3 + 1

           perform LoadPeriodState
           IF RETURN-CODE = 24
               Exit Section
           END-IF
           Display "PERIODCL: period " PeriodId " state "
               PeriodState " action " PeriodAction

           EVALUATE PeriodAction
               WHEN "ROLL"
                   perform RollBusinessDate
               WHEN "CLOSE"
                   perform ClosePeriod
               WHEN "REOPEN"
                   perform ReopenPeriod
               WHEN OTHER
                   Display "ERROR: unknown PERIOD_ACTION: "
                       PeriodAction
                   MOVE "ERROR" TO Log-Severity
                   MOVE SPACES TO Log-Message
                   STRING "unknown PERIOD_ACTION: " PeriodAction
                       DELIMITED BY SIZE INTO Log-Message
                   perform WriteRunLog
                   MOVE 24 TO RETURN-CODE
           END-EVALUATE
       Exit.

       LoadPeriodState Section.
           MOVE "OPEN" TO PeriodState
           MOVE SPACES TO LastCloseTs
           MOVE SPACES TO LastCloseSignOff
           Open Input CloseFile.
           IF NOT CloseFile-OK
               Display "ERROR: unable to read period close file: "
                   CloseFile-Path " status " CloseFile-Status
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to read period close file: "
                   CloseFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               MOVE 24 TO RETURN-CODE
               Exit Section
           END-IF
           perform until CloseFile-EOF
               READ CloseFile
                   AT END
                       Move "10" TO CloseFile-Status
                   NOT AT END
                       IF Cls-Period = PeriodId
                           IF Cls-Action = "CLOSE"
                               MOVE "CLOSED" TO PeriodState
                           END-IF
                           IF Cls-Action = "REOPEN"
                               MOVE "REOPEN" TO PeriodState
                           END-IF
                           MOVE Cls-Ts TO LastCloseTs
                           MOVE Cls-SignOff TO LastCloseSignOff
                       END-IF
               END-READ
           end-perform
           CLOSE CloseFile
       Exit.

       RollBusinessDate Section.
           IF Period-Is-Closed
               Display "PERIODCL: period " PeriodId " closed "
                   LastCloseTs " by " LastCloseSignOff
               Display "PERIODCL: business date " BusinessDate
                   " not rolled - period must be reopened first"
               MOVE "WARNING" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "period " PeriodId " is closed - "
                   BusinessDate " not rolled"
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               MOVE 16 TO RETURN-CODE
               Exit Section
           END-IF

           perform RewriteDailyFile
           IF RETURN-CODE NOT = 0
               Exit Section
           END-IF

           perform BuildPeriodTotals
           IF RETURN-CODE = 24
               Exit Section
           END-IF
           perform RewriteTotalsFile
           IF RETURN-CODE = 24
               Exit Section
           END-IF

           Display "PERIODCL: " BusinessDate " rolled into period "
               PeriodId " - sites " RolledSiteCount
           MOVE "INFO" TO Log-Severity
           MOVE SPACES TO Log-Message
           STRING BusinessDate " rolled into period " PeriodId
               " - sites " RolledSiteCount
               DELIMITED BY SIZE INTO Log-Message
           perform WriteRunLog
           MOVE 0 TO RETURN-CODE
       Exit.

       ClosePeriod Section.
           IF PeriodSignOff = SPACES
               Display "ERROR: PERIOD_SIGNOFF is required to close "
                   "a period"
               MOVE 24 TO RETURN-CODE
               Exit Section
           END-IF
           IF Period-Is-Closed
               Display "PERIODCL: period " PeriodId
                   " already closed " LastCloseTs " by "
                   LastCloseSignOff
               MOVE 16 TO RETURN-CODE
               Exit Section
           END-IF

           perform BuildPeriodTotals
           IF RETURN-CODE = 24
               Exit Section
           END-IF
           IF AccCount = ZEROS OR Acc-Days(1 1) = ZEROS
               Display "PERIODCL: no business dates rolled for "
                   "period " PeriodId " - close refused"
               MOVE "WARNING" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "no business dates rolled for period "
                   PeriodId " - close refused"
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               MOVE 20 TO RETURN-CODE
               Exit Section
           END-IF

           MOVE "CLOSED" TO PeriodState
           perform RewriteTotalsFile
           IF RETURN-CODE = 24
               Exit Section
           END-IF
           perform WriteCloseRecord

           Display "PERIODCL: period " PeriodId " CLOSED through "
               Acc-ThruDate(1 1) " - days " Acc-Days(1 1)
               " - signed off by " PeriodSignOff
           MOVE "INFO" TO Log-Severity
           MOVE SPACES TO Log-Message
           STRING "period " PeriodId " closed through "
               Acc-ThruDate(1 1) " signed off by " PeriodSignOff
               DELIMITED BY SIZE INTO Log-Message
           perform WriteRunLog
           MOVE 0 TO RETURN-CODE
       Exit.

       ReopenPeriod Section.
           IF PeriodSignOff = SPACES OR PeriodReason = SPACES
               Display "ERROR: PERIOD_SIGNOFF and PERIOD_REASON are "
                   "required to reopen a period"
               MOVE 24 TO RETURN-CODE
               Exit Section
           END-IF
           IF NOT Period-Is-Closed
               Display "PERIODCL: period " PeriodId
                   " is not closed - reopen refused"
               MOVE 16 TO RETURN-CODE
               Exit Section
           END-IF

           MOVE "REOPEN" TO PeriodState
           perform BuildPeriodTotals
           IF RETURN-CODE = 24
               Exit Section
           END-IF
           perform RewriteTotalsFile
           IF RETURN-CODE = 24
               Exit Section
           END-IF
           perform WriteCloseRecord

           Display "PERIODCL: period " PeriodId " REOPENED by "
               PeriodSignOff " - " PeriodReason
           MOVE "WARNING" TO Log-Severity
           MOVE SPACES TO Log-Message
           STRING "period " PeriodId " reopened by " PeriodSignOff
               " - " PeriodReason
               DELIMITED BY SIZE INTO Log-Message
           perform WriteRunLog
           MOVE 0 TO RETURN-CODE
       Exit.

       WriteCloseRecord Section.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT TimeNow FROM TIME
           MOVE SPACES TO NowStamp
           STRING CurrentDate TimeNow(1:6)
               DELIMITED BY SIZE INTO NowStamp
           Open Extend CloseFile.
           IF NOT CloseFile-OK
               Display "ERROR: unable to write period close file: "
                   CloseFile-Path " status " CloseFile-Status
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to write period close file: "
                   CloseFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               MOVE 24 TO RETURN-CODE
               Exit Section
           END-IF
           MOVE SPACES TO CloseRecord
           MOVE PeriodId TO Cls-Period
           IF Period-Is-Closed
               MOVE "CLOSE" TO Cls-Action
           ELSE
               MOVE "REOPEN" TO Cls-Action
           END-IF
           MOVE NowStamp TO Cls-Ts
           MOVE Acc-ThruDate(1 1) TO Cls-ThruDate
           MOVE Acc-Days(1 1) TO Cls-Days
           MOVE PeriodSignOff TO Cls-SignOff
           MOVE PeriodReason TO Cls-Reason
           WRITE CloseRecord
           CLOSE CloseFile
       Exit.

       RewriteDailyFile Section.
           MOVE ZEROS TO RolledSiteCount
           Open Input SiteStatusFile.
           IF NOT SiteStatusFile-OK
               Display "ERROR: unable to read site status: "
                   SiteStatusFile-Path " status "
                   SiteStatusFile-Status
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to read site status: "
                   SiteStatusFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               MOVE 20 TO RETURN-CODE
               Exit Section
           END-IF
           Open Output WorkFile.
           IF NOT WorkFile-OK
               Display "ERROR: unable to open period work file: "
                   WorkFile-Path " status " WorkFile-Status
               CLOSE SiteStatusFile
               MOVE 24 TO RETURN-CODE
               Exit Section
           END-IF

           Open Input DailyFile.
           IF NOT DailyFile-OK
               Display "ERROR: unable to read period daily file: "
                   DailyFile-Path " status " DailyFile-Status
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to read period daily file: "
                   DailyFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               CLOSE WorkFile
               CLOSE SiteStatusFile
               MOVE 24 TO RETURN-CODE
               Exit Section
           END-IF
           perform until DailyFile-EOF
               READ DailyFile
                   AT END
                       Move "10" TO DailyFile-Status
                   NOT AT END
                       IF Dly-Date NOT = BusinessDate
                           WRITE WorkRecord FROM DailyRecord
                       END-IF
               END-READ
           end-perform
           CLOSE DailyFile

           perform until SiteStatusFile-EOF
               READ SiteStatusFile
                   AT END
                       Move "10" TO SiteStatusFile-Status
                   NOT AT END
                       IF Stat-Date = BusinessDate
                           WRITE WorkRecord FROM SiteStatusRecord
                           ADD 1 TO RolledSiteCount
                       END-IF
               END-READ
           end-perform
           CLOSE SiteStatusFile
           CLOSE WorkFile

           IF RolledSiteCount = ZEROS
               Display "PERIODCL: no site status for " BusinessDate
                   " - nothing rolled"
               MOVE "WARNING" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "no site status for " BusinessDate
                   " - nothing rolled"
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               MOVE 20 TO RETURN-CODE
               Exit Section
           END-IF

           Open Input WorkFile.
           IF NOT WorkFile-OK
               Display "ERROR: unable to reopen period work file: "
                   WorkFile-Path " status " WorkFile-Status
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to reopen period work file: "
                   WorkFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               MOVE 24 TO RETURN-CODE
               Exit Section
           END-IF
           Open Output DailyFile.
           IF NOT DailyFile-OK
               Display "ERROR: unable to write period daily file: "
                   DailyFile-Path " status " DailyFile-Status
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to write period daily file: "
                   DailyFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               CLOSE WorkFile
               MOVE 24 TO RETURN-CODE
               Exit Section
           END-IF
           perform until WorkFile-EOF
               READ WorkFile
                   AT END
                       Move "10" TO WorkFile-Status
                   NOT AT END
                       WRITE DailyRecord FROM WorkRecord
               END-READ
           end-perform
           CLOSE WorkFile
           CLOSE DailyFile
           MOVE 0 TO RETURN-CODE
       Exit.

       BuildPeriodTotals Section.
           MOVE SPACES TO Acc-Table
           MOVE 1 TO AccCount
           MOVE "ALL" TO Acc-Site(1)
           MOVE ZEROS TO DateCount
           MOVE ZEROS TO BadDailyCount
           perform varying AccIndex from 1 by 1
                   until AccIndex > Acc-Max
               perform varying LineIndex from 1 by 1
                       until LineIndex > 2
                   MOVE ZEROS TO Acc-Days(AccIndex LineIndex)
                   MOVE ZEROS TO Acc-FailDays(AccIndex LineIndex)
                   perform varying MetricIndex from 1 by 1
                           until MetricIndex > 6
                       MOVE ZEROS TO
                           Acc-Metric(AccIndex LineIndex MetricIndex)
                   end-perform
               end-perform
           end-perform

           Open Input DailyFile.
           IF NOT DailyFile-OK
               Display "ERROR: unable to read period daily file: "
                   DailyFile-Path " status " DailyFile-Status
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to read period daily file: "
                   DailyFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               MOVE 24 TO RETURN-CODE
               Exit Section
           END-IF
           perform until DailyFile-EOF
               READ DailyFile
                   AT END
                       Move "10" TO DailyFile-Status
                   NOT AT END
                       IF Dly-Date(1:6) >= QuarterStart
                               AND Dly-Date(1:6) <= PeriodId
                           perform AccumulateOneDay
                       END-IF
               END-READ
           end-perform
           CLOSE DailyFile

           perform varying DateIndex from 1 by 1
                   until DateIndex > DateCount
               ADD 1 TO Acc-Days(1 2)
               IF Dte-Failed(DateIndex) = "Y"
                   ADD 1 TO Acc-FailDays(1 2)
               END-IF
               IF Dte-InMonth(DateIndex) = "Y"
                   ADD 1 TO Acc-Days(1 1)
                   IF Dte-Failed(DateIndex) = "Y"
                       ADD 1 TO Acc-FailDays(1 1)
                   END-IF
               END-IF
           end-perform
           IF BadDailyCount > ZEROS
               Display "PERIODCL: bad period daily records ignored: "
                   BadDailyCount
           END-IF
       Exit.

       AccumulateOneDay Section.
           IF Dly-RC1 IS NOT NUMERIC OR Dly-RC2 IS NOT NUMERIC
                   OR Dly-TotalDistance IS NOT NUMERIC
                   OR Dly-SimilarityScore IS NOT NUMERIC
                   OR Dly-BadRecordCount IS NOT NUMERIC
                   OR Dly-Safe IS NOT NUMERIC
                   OR Dly-SafeWithDampener IS NOT NUMERIC
                   OR Dly-SkippedReports IS NOT NUMERIC
               ADD 1 TO BadDailyCount
               Exit Section
           END-IF
           MOVE "N" TO DayFailed
           IF Dly-RC1 NOT = 0 OR Dly-RC2 NOT = 0
               MOVE "Y" TO DayFailed
           END-IF
           MOVE Dly-TotalDistance TO Day-Metric(1)
           MOVE Dly-SimilarityScore TO Day-Metric(2)
           MOVE Dly-BadRecordCount TO Day-Metric(3)
           MOVE Dly-Safe TO Day-Metric(4)
           MOVE Dly-SafeWithDampener TO Day-Metric(5)
           MOVE Dly-SkippedReports TO Day-Metric(6)

           MOVE 1 TO DateIndex
           perform until DateIndex > DateCount
                   OR Dte-Date(DateIndex) = Dly-Date
               ADD 1 TO DateIndex
           end-perform
           IF DateIndex > DateCount
               IF DateCount >= Date-Max
                   ADD 1 TO BadDailyCount
                   Exit Section
               END-IF
               ADD 1 TO DateCount
               MOVE Dly-Date TO Dte-Date(DateCount)
               MOVE "N" TO Dte-InMonth(DateCount)
               MOVE "N" TO Dte-Failed(DateCount)
               IF Dly-Date(1:6) = PeriodId
                   MOVE "Y" TO Dte-InMonth(DateCount)
               END-IF
           END-IF
           IF Day-Has-Failure
               MOVE "Y" TO Dte-Failed(DateIndex)
           END-IF

           MOVE 2 TO AccIndex
           perform until AccIndex > AccCount
                   OR Acc-Site(AccIndex) = Dly-Site
               ADD 1 TO AccIndex
           end-perform
           IF AccIndex > AccCount
               IF AccCount >= Acc-Max
                   ADD 1 TO BadDailyCount
                   Exit Section
               END-IF
               ADD 1 TO AccCount
               MOVE Dly-Site TO Acc-Site(AccCount)
           END-IF

           MOVE 2 TO LineIndex
           perform AccumulateOneLine
           IF Dly-Date(1:6) = PeriodId
               MOVE 1 TO LineIndex
               perform AccumulateOneLine
           END-IF
       Exit.

       AccumulateOneLine Section.
           ADD 1 TO Acc-Days(AccIndex LineIndex)
           IF Day-Has-Failure
               ADD 1 TO Acc-FailDays(AccIndex LineIndex)
           END-IF
           IF Dly-Date > Acc-ThruDate(AccIndex LineIndex)
               MOVE Dly-Date TO Acc-ThruDate(AccIndex LineIndex)
           END-IF
           IF Dly-Date > Acc-ThruDate(1 LineIndex)
               MOVE Dly-Date TO Acc-ThruDate(1 LineIndex)
           END-IF
           perform varying MetricIndex from 1 by 1
                   until MetricIndex > 6
               ADD Day-Metric(MetricIndex)
                   TO Acc-Metric(AccIndex LineIndex MetricIndex)
               ADD Day-Metric(MetricIndex)
                   TO Acc-Metric(1 LineIndex MetricIndex)
           end-perform
       Exit.

       RewriteTotalsFile Section.
           Open Output WorkFile.
           IF NOT WorkFile-OK
               Display "ERROR: unable to open period work file: "
                   WorkFile-Path " status " WorkFile-Status
               MOVE 24 TO RETURN-CODE
               Exit Section
           END-IF
           Open Input TotalsFile.
           IF NOT TotalsFile-OK
               Display "ERROR: unable to read period totals: "
                   TotalsFile-Path " status " TotalsFile-Status
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to read period totals: "
                   TotalsFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               CLOSE WorkFile
               MOVE 24 TO RETURN-CODE
               Exit Section
           END-IF
           perform until TotalsFile-EOF
               READ TotalsFile
                   AT END
                       Move "10" TO TotalsFile-Status
                   NOT AT END
                       IF Tot-Period NOT = PeriodId
                           WRITE WorkRecord FROM TotalsRecord
                       END-IF
               END-READ
           end-perform
           CLOSE TotalsFile

           perform varying AccIndex from 1 by 1
                   until AccIndex > AccCount
               perform varying LineIndex from 1 by 1
                       until LineIndex > 2
                   perform BuildTotalsLine
                   WRITE WorkRecord FROM TotalsRecord
               end-perform
           end-perform
           CLOSE WorkFile

           Open Input WorkFile.
           IF NOT WorkFile-OK
               Display "ERROR: unable to reopen period work file: "
                   WorkFile-Path " status " WorkFile-Status
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to reopen period work file: "
                   WorkFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               MOVE 24 TO RETURN-CODE
               Exit Section
           END-IF
           Open Output TotalsFile.
           IF NOT TotalsFile-OK
               Display "ERROR: unable to write period totals: "
                   TotalsFile-Path " status " TotalsFile-Status
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to write period totals: "
                   TotalsFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               CLOSE WorkFile
               MOVE 24 TO RETURN-CODE
               Exit Section
           END-IF
           perform until WorkFile-EOF
               READ WorkFile
                   AT END
                       Move "10" TO WorkFile-Status
                   NOT AT END
                       WRITE TotalsRecord FROM WorkRecord
               END-READ
           end-perform
           CLOSE WorkFile
           CLOSE TotalsFile
       Exit.

       BuildTotalsLine Section.
           MOVE SPACES TO TotalsRecord
           MOVE PeriodId TO Tot-Period
           MOVE Acc-Site(AccIndex) TO Tot-Site
           MOVE Line-Type(LineIndex) TO Tot-Type
           MOVE PeriodState TO Tot-State
           MOVE Acc-ThruDate(AccIndex LineIndex) TO Tot-ThruDate
           MOVE Acc-Days(AccIndex LineIndex) TO Tot-Days
           MOVE Acc-FailDays(AccIndex LineIndex) TO Tot-FailDays
           MOVE Acc-Metric(AccIndex LineIndex 1) TO Tot-TotalDistance
           MOVE Acc-Metric(AccIndex LineIndex 2)
               TO Tot-SimilarityScore
           MOVE Acc-Metric(AccIndex LineIndex 3)
               TO Tot-BadRecordCount
           MOVE Acc-Metric(AccIndex LineIndex 4) TO Tot-Safe
           MOVE Acc-Metric(AccIndex LineIndex 5)
               TO Tot-SafeWithDampener
           MOVE Acc-Metric(AccIndex LineIndex 6)
               TO Tot-SkippedReports
       Exit.

       WriteRunLog Section.
           Open Extend RunLogFile.
           IF NOT RunLogFile-OK
               Exit Section
           END-IF
           MOVE SPACES TO RunLogRecord
           MOVE BusinessDate TO RLog-Date
           MOVE "PERIODCL" TO RLog-Program
           MOVE LogSite TO RLog-Site
           MOVE Log-Severity TO RLog-Severity
           MOVE Log-Message TO RLog-Message
           WRITE RunLogRecord
           CLOSE RunLogFile
       Exit.
