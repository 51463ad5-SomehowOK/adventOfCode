       identification division.
       program-id. "SCORECRD".
       environment division.
       input-output section.
       file-control.
           select OPTIONAL ParamFile assign to
            DYNAMIC ParamFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ParamFile-Status.

           select OPTIONAL SiteStatusFile assign to
            DYNAMIC SiteStatusFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SiteStatusFile-Status.

           select OPTIONAL LedgerFile assign to
            DYNAMIC LedgerFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LedgerFile-Status.

           select OPTIONAL StateFile assign to
            DYNAMIC StateFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StateFile-Status.

           select OPTIONAL HistoryFile assign to
            DYNAMIC HistoryFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HistoryFile-Status.

           select WorkFile assign to
            DYNAMIC WorkFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WorkFile-Status.

           select ReportFile assign to
            DYNAMIC ReportFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFile-Status.

           select OPTIONAL RunLogFile assign to
            DYNAMIC RunLogFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogFile-Status.

       data division.

       FILE SECTION.
       FD ParamFile.
       01 ParamRecord PIC X(80).

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

       FD StateFile.
       01 StateRecord.
           05 St-Site      PIC X(4).
           05 FILLER       PIC X(1).
           05 St-Seq       PIC 9(6).
           05 FILLER       PIC X(1).
           05 St-Reason    PIC X(20).
           05 FILLER       PIC X(1).
           05 St-FirstDate PIC X(8).
           05 FILLER       PIC X(1).
           05 St-LastDate  PIC X(8).
           05 FILLER       PIC X(1).
           05 St-Days      PIC 9(3).

       FD HistoryFile.
       01 HistoryRecord.
           05 Sch-Date      PIC X(8).
           05 FILLER        PIC X(1).
           05 Sch-Site      PIC X(4).
           05 FILLER        PIC X(1).
           05 Sch-Score     PIC 999.99.
           05 FILLER        PIC X(1).
           05 Sch-Rank      PIC 9(2).
           05 FILLER        PIC X(1).
           05 Sch-Breach    PIC X(1).
           05 FILLER        PIC X(1).
           05 Sch-BadPct    PIC 999.99.
           05 FILLER        PIC X(1).
           05 Sch-UnkPct    PIC 999.99.
           05 FILLER        PIC X(1).
           05 Sch-SkipPct   PIC 999.99.
           05 FILLER        PIC X(1).
           05 Sch-Aged      PIC 9(4).

       FD WorkFile.
       01 WorkRecord PIC X(80).

       FD ReportFile.
       01 ReportRecord PIC X(132).

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
       01 ParamFile-Path      PIC X(200).
       01 SiteStatusFile-Path PIC X(200).
       01 LedgerFile-Path     PIC X(200).
       01 StateFile-Path      PIC X(200).
       01 HistoryFile-Path    PIC X(200).
       01 WorkFile-Path       PIC X(200).
       01 ReportFile-Path     PIC X(200).

       01 ParamFile-Status PIC XX.
           88 ParamFile-OK  VALUE "00" "05".
           88 ParamFile-EOF VALUE "10".
       01 SiteStatusFile-Status PIC XX.
           88 SiteStatusFile-OK  VALUE "00" "05".
           88 SiteStatusFile-EOF VALUE "10".
       01 LedgerFile-Status PIC XX.
           88 LedgerFile-OK  VALUE "00" "05".
           88 LedgerFile-EOF VALUE "10".
       01 StateFile-Status PIC XX.
           88 StateFile-OK  VALUE "00" "05".
           88 StateFile-EOF VALUE "10".
       01 HistoryFile-Status PIC XX.
           88 HistoryFile-OK  VALUE "00" "05".
           88 HistoryFile-EOF VALUE "10".
       01 WorkFile-Status PIC XX.
           88 WorkFile-OK  VALUE "00".
           88 WorkFile-EOF VALUE "10".
       01 ReportFile-Status PIC XX.
           88 ReportFile-OK VALUE "00".

       01 BusinessDate   PIC X(8).
       01 BusinessDate-N REDEFINES BusinessDate PIC 9(8).
       01 DateInt        PIC 9(8).
       01 WorkDate-N     PIC 9(8).
       01 HistCutoff     PIC X(8).
       01 TrendFrom      PIC X(8).

       01 Weight-Bad       PIC 9(3)V99 VALUE 1.00.
       01 Weight-Unknown   PIC 9(3)V99 VALUE 1.00.
       01 Weight-Corrected PIC 9(3)V99 VALUE 0.50.
       01 Weight-Skipped   PIC 9(3)V99 VALUE 1.00.
       01 Weight-Dampener  PIC 9(3)V99 VALUE 0.50.
       01 Weight-Aged      PIC 9(3)V99 VALUE 2.00.
       01 Sla-Min-Score    PIC 9(3)V99 VALUE 80.00.
       01 Sla-Max-Bad      PIC 9(3)V99 VALUE 5.00.
       01 Sla-Max-Unknown  PIC 9(3)V99 VALUE 5.00.
       01 Sla-Max-Skipped  PIC 9(3)V99 VALUE 10.00.
       01 Sla-Max-Aged     PIC 9(4)    VALUE 5.
       01 Aged-Days        PIC 9(3)    VALUE 3.
       01 History-Days     PIC 9(4)    VALUE 400.
       01 Trend-Days       PIC 9(3)    VALUE 30.
       01 Trend-Margin     PIC 9(3)V99 VALUE 2.00.

       01 Prm-Key      PIC X(20).
       01 Prm-Value    PIC X(20).
       01 Prm-Int      PIC X(10).
       01 Prm-Frac     PIC X(10).
       01 Prm-Len      PIC 9(2).
       01 Prm-Int-N    PIC 9(5).
       01 Prm-Frac-N   PIC 9(2).
       01 Prm-Number   PIC 9(5)V99.
       01 Prm-Valid    PIC X.
           88 Prm-Is-Valid VALUE "Y".
       01 ParamsRead   PIC 9(3) VALUE ZEROS.
       01 ParamsBad    PIC 9(3) VALUE ZEROS.

       01 Sc-Max    PIC 9(2) VALUE 20.
       01 ScCount   PIC 9(2) VALUE ZEROS.
       01 ScIndex   PIC 9(2).
       01 ScIndex2  PIC 9(2).
       01 ScFound   PIC X.
           88 Site-Was-Found VALUE "Y".
       01 Score-Table.
           05 Sc-Entry OCCURS 20 TIMES.
               10 Sc-Site       PIC X(4).
               10 Sc-Note       PIC X(12).
               10 Sc-Scored     PIC X(1).
               10 Sc-Ledger01   PIC X(1).
               10 Sc-Ledger02   PIC X(1).
               10 Sc-In01       PIC 9(6).
               10 Sc-Bad        PIC 9(6).
               10 Sc-Rej01      PIC 9(6).
               10 Sc-Unknown    PIC 9(6).
               10 Sc-Corrected  PIC 9(6).
               10 Sc-In02       PIC 9(6).
               10 Sc-Skipped    PIC 9(6).
               10 Sc-Dampener   PIC 9(6).
               10 Sc-Aged       PIC 9(4).
               10 Sc-Open       PIC 9(4).
               10 Sc-BadPct     PIC 9(3)V99.
               10 Sc-UnkPct     PIC 9(3)V99.
               10 Sc-CorPct     PIC 9(3)V99.
               10 Sc-SkipPct    PIC 9(3)V99.
               10 Sc-DampPct    PIC 9(3)V99.
               10 Sc-Score      PIC 9(3)V99.
               10 Sc-Rank       PIC 9(2).
               10 Sc-Breach     PIC X(40).
               10 Sc-PriorSum   PIC 9(7)V99.
               10 Sc-PriorDays  PIC 9(4).
               10 Sc-PriorAvg   PIC 9(3)V99.
               10 Sc-Direction  PIC X(9).

       01 Order-Table.
           05 Order-Entry OCCURS 20 TIMES PIC 9(2).
       01 OrderCount  PIC 9(2) VALUE ZEROS.
       01 OrderSwap   PIC 9(2).

       01 Penalty     PIC S9(7)V99.
       01 Breach-Ptr  PIC 9(3).
       01 ScoredCount PIC 9(2) VALUE ZEROS.
       01 BreachCount PIC 9(2) VALUE ZEROS.
       01 NoLedgerCount PIC 9(2) VALUE ZEROS.
       01 StateErrorCount PIC 9(2) VALUE ZEROS.
       01 HistKept    PIC 9(6) VALUE ZEROS.
       01 HistDropped PIC 9(6) VALUE ZEROS.
       01 Hist-Score-N PIC 9(3)V99.

       01 HeadLine PIC X(132).

       01 Score-Heading.
           05 FILLER PIC X(6)  VALUE "RANK".
           05 FILLER PIC X(6)  VALUE "SITE".
           05 FILLER PIC X(6)  VALUE " SCORE".
           05 FILLER PIC X(8)  VALUE "    BAD%".
           05 FILLER PIC X(8)  VALUE "    UNK%".
           05 FILLER PIC X(8)  VALUE "    COR%".
           05 FILLER PIC X(8)  VALUE "   SKIP%".
           05 FILLER PIC X(8)  VALUE "   DAMP%".
           05 FILLER PIC X(6)  VALUE "  AGED".
           05 FILLER PIC X(6)  VALUE "  OPEN".
           05 FILLER PIC X(9)  VALUE "   AVG-30".
           05 FILLER PIC X(6)  VALUE "  DAYS".
           05 FILLER PIC X(10) VALUE " DIRECTION".
           05 FILLER PIC X(5)  VALUE "  SLA".

       01 Score-Line.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 SL-Rank      PIC Z9.
           05 FILLER       PIC X(3) VALUE SPACES.
           05 SL-Site      PIC X(4).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 SL-Score     PIC ZZ9.99.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 SL-BadPct    PIC ZZ9.99.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 SL-UnkPct    PIC ZZ9.99.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 SL-CorPct    PIC ZZ9.99.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 SL-SkipPct   PIC ZZ9.99.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 SL-DampPct   PIC ZZ9.99.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 SL-Aged      PIC ZZZ9.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 SL-Open      PIC ZZZ9.
           05 FILLER       PIC X(3) VALUE SPACES.
           05 SL-PriorAvg  PIC ZZ9.99.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 SL-PriorDays PIC ZZZ9.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 SL-Direction PIC X(9).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 SL-Breach    PIC X(40).

       01 NotScored-Line.
           05 FILLER       PIC X(6) VALUE SPACES.
           05 NS-Site      PIC X(4).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 NS-Note      PIC X(12).

       01 Param-Line.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 PL-Label     PIC X(34).
           05 PL-Value     PIC ZZZZ9.99.

       01 Total-Line.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 Tot-Label    PIC X(34).
           05 Tot-Count    PIC 9(6).

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

           perform SetUpRunLog

           IF BusinessDate IS NOT NUMERIC
               Display "ERROR: bad business date: " BusinessDate
               MOVE 24 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "bad business date: " BusinessDate
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF

           Move Spaces TO ParamFile-Path
           ACCEPT ParamFile-Path FROM ENVIRONMENT "SCORECARD_PARAMS"
           IF ParamFile-Path = Spaces
               MOVE "SCORECRD.12/params.txt" TO ParamFile-Path
           END-IF

           Move Spaces TO SiteStatusFile-Path
           ACCEPT SiteStatusFile-Path
               FROM ENVIRONMENT "SITE_STATUS_FILE"
           IF SiteStatusFile-Path = Spaces
               MOVE "output/site-status.txt" TO SiteStatusFile-Path
           END-IF

           Move Spaces TO LedgerFile-Path
           ACCEPT LedgerFile-Path FROM ENVIRONMENT "CONTROL_LEDGER"
           IF LedgerFile-Path = Spaces
               MOVE "output/control-ledger.txt" TO LedgerFile-Path
           END-IF

           Move Spaces TO StateFile-Path
           ACCEPT StateFile-Path FROM ENVIRONMENT "WORKLIST_STATE"
           IF StateFile-Path = Spaces
               MOVE "output/worklist-state.txt" TO StateFile-Path
           END-IF

           Move Spaces TO HistoryFile-Path
           ACCEPT HistoryFile-Path
               FROM ENVIRONMENT "SCORECARD_HISTORY"
           IF HistoryFile-Path = Spaces
               MOVE "output/scorecard-history.txt"
                   TO HistoryFile-Path
           END-IF

           Move Spaces TO WorkFile-Path
           ACCEPT WorkFile-Path FROM ENVIRONMENT "SCORECARD_WORK_FILE"
           IF WorkFile-Path = Spaces
               MOVE "output/scorecard-work.tmp" TO WorkFile-Path
           END-IF

           Move Spaces TO ReportFile-Path
           ACCEPT ReportFile-Path FROM ENVIRONMENT "SCORECARD_FILE"
           IF ReportFile-Path = Spaces
               MOVE "output/scorecard.txt" TO ReportFile-Path
           END-IF

           perform LoadParameters

           COMPUTE DateInt =
               FUNCTION INTEGER-OF-DATE(BusinessDate-N)
               - History-Days
           COMPUTE WorkDate-N = FUNCTION DATE-OF-INTEGER(DateInt)
           MOVE WorkDate-N TO HistCutoff
           COMPUTE DateInt =
               FUNCTION INTEGER-OF-DATE(BusinessDate-N)
               - Trend-Days
           COMPUTE WorkDate-N = FUNCTION DATE-OF-INTEGER(DateInt)
           MOVE WorkDate-N TO TrendFrom

           Display "SCORECRD: business date " BusinessDate
               " trend from " TrendFrom

           perform LoadSiteStatus
           IF RETURN-CODE NOT = 0
               Exit Section
           END-IF
           perform LoadLedger
           perform LoadWorklistState
           perform ScoreSites
           perform RankSites
           perform LoadTrend
           perform WriteHistory
           IF RETURN-CODE = 24
               Exit Section
           END-IF
           perform WriteScorecard
           IF RETURN-CODE = 24
               Exit Section
           END-IF

           Display "SCORECRD: sites scored    " ScoredCount
           Display "SCORECRD: sites in breach " BreachCount

           IF BreachCount > ZEROS OR ParamsBad > ZEROS
                   OR NoLedgerCount > ZEROS OR StateErrorCount > ZEROS
               MOVE 4 TO RETURN-CODE
               MOVE "WARNING" TO Log-Severity
           ELSE
               MOVE "INFO" TO Log-Severity
           END-IF
           MOVE SPACES TO Log-Message
           STRING "scorecard " BusinessDate ": " ScoredCount
               " site(s) scored, " BreachCount " in SLA breach"
               DELIMITED BY SIZE INTO Log-Message
           perform WriteRunLog
       Exit.

       LoadParameters Section.
           Open Input ParamFile.
           IF ParamFile-Status = "05"
               Display "SCORECRD: no parameter file "
                   "- standard weights and thresholds used"
               CLOSE ParamFile
               Exit Section
           END-IF
           IF NOT ParamFile-OK
               Display "WARNING: unable to read parameters: "
                   ParamFile-Path " status " ParamFile-Status
               ADD 1 TO ParamsBad
               Exit Section
           END-IF
           perform until ParamFile-EOF
               READ ParamFile
                   AT END
                       Move "10" TO ParamFile-Status
                   NOT AT END
                       IF ParamRecord NOT = SPACES
                               AND ParamRecord(1:1) NOT = "*"
                           perform ApplyParameter
                       END-IF
               END-READ
           end-perform
           CLOSE ParamFile
           Display "SCORECRD: parameters read " ParamsRead
       Exit.

       ApplyParameter Section.
           MOVE SPACES TO Prm-Key
           MOVE SPACES TO Prm-Value
           UNSTRING ParamRecord DELIMITED BY ALL SPACE
               INTO Prm-Key Prm-Value
           END-UNSTRING
           perform ParseParamNumber
           IF NOT Prm-Is-Valid
               Display "WARNING: bad parameter value ignored: "
                   ParamRecord(1:60)
               ADD 1 TO ParamsBad
               MOVE "WARNING" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "bad scorecard parameter ignored: "
                   ParamRecord(1:40)
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           ADD 1 TO ParamsRead
           EVALUATE Prm-Key
               WHEN "WEIGHT-BAD"
                   MOVE Prm-Number TO Weight-Bad
               WHEN "WEIGHT-UNKNOWN"
                   MOVE Prm-Number TO Weight-Unknown
               WHEN "WEIGHT-CORRECTED"
                   MOVE Prm-Number TO Weight-Corrected
               WHEN "WEIGHT-SKIPPED"
                   MOVE Prm-Number TO Weight-Skipped
               WHEN "WEIGHT-DAMPENER"
                   MOVE Prm-Number TO Weight-Dampener
               WHEN "WEIGHT-AGED"
                   MOVE Prm-Number TO Weight-Aged
               WHEN "SLA-MIN-SCORE"
                   MOVE Prm-Number TO Sla-Min-Score
               WHEN "SLA-MAX-BAD-PCT"
                   MOVE Prm-Number TO Sla-Max-Bad
               WHEN "SLA-MAX-UNKNOWN-PCT"
                   MOVE Prm-Number TO Sla-Max-Unknown
               WHEN "SLA-MAX-SKIPPED-PCT"
                   MOVE Prm-Number TO Sla-Max-Skipped
               WHEN "SLA-MAX-AGED"
                   MOVE Prm-Number TO Sla-Max-Aged
               WHEN "AGED-DAYS"
                   MOVE Prm-Number TO Aged-Days
               WHEN "HISTORY-DAYS"
                   MOVE Prm-Number TO History-Days
               WHEN "TREND-DAYS"
                   MOVE Prm-Number TO Trend-Days
               WHEN "TREND-MARGIN"
                   MOVE Prm-Number TO Trend-Margin
               WHEN OTHER
                   SUBTRACT 1 FROM ParamsRead
                   ADD 1 TO ParamsBad
                   Display "WARNING: unknown parameter ignored: "
                       Prm-Key
           END-EVALUATE
           IF Aged-Days = ZEROS
               MOVE 1 TO Aged-Days
           END-IF
           IF Trend-Days = ZEROS
               MOVE 30 TO Trend-Days
           END-IF
           IF History-Days < Trend-Days
               MOVE Trend-Days TO History-Days
           END-IF
       Exit.

       ParseParamNumber Section.
           MOVE "N" TO Prm-Valid
           MOVE SPACES TO Prm-Int
           MOVE SPACES TO Prm-Frac
           UNSTRING Prm-Value DELIMITED BY "."
               INTO Prm-Int Prm-Frac
           END-UNSTRING
           MOVE 10 TO Prm-Len
           perform until Prm-Len = ZEROS
                   OR Prm-Int(Prm-Len:1) NOT = SPACE
               SUBTRACT 1 FROM Prm-Len
           end-perform
           IF Prm-Len = ZEROS OR Prm-Len > 5
               Exit Section
           END-IF
           IF Prm-Int(1:Prm-Len) IS NOT NUMERIC
               Exit Section
           END-IF
           MOVE Prm-Int(1:Prm-Len) TO Prm-Int-N
           MOVE ZEROS TO Prm-Frac-N
           IF Prm-Frac(3:8) NOT = SPACES
               Exit Section
           END-IF
           IF Prm-Frac(1:1) NOT = SPACE
               IF Prm-Frac(1:1) IS NOT NUMERIC
                   Exit Section
               END-IF
               IF Prm-Frac(2:1) = SPACE
                   MOVE Prm-Frac(1:1) TO Prm-Frac-N
                   MULTIPLY 10 BY Prm-Frac-N
               ELSE
                   IF Prm-Frac(2:1) IS NOT NUMERIC
                       Exit Section
                   END-IF
                   MOVE Prm-Frac(1:2) TO Prm-Frac-N
               END-IF
           END-IF
           COMPUTE Prm-Number = Prm-Int-N + Prm-Frac-N / 100
           MOVE "Y" TO Prm-Valid
       Exit.

       LoadSiteStatus Section.
           MOVE ZEROS TO ScCount
           Open Input SiteStatusFile.
           IF NOT SiteStatusFile-OK
               Display "ERROR: unable to read site status: "
                   SiteStatusFile-Path " status "
                   SiteStatusFile-Status
               MOVE 24 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to read site status: "
                   SiteStatusFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           perform until SiteStatusFile-EOF
               READ SiteStatusFile
                   AT END
                       Move "10" TO SiteStatusFile-Status
                   NOT AT END
                       IF Stat-Date = BusinessDate
                           perform LoadOneSiteStatus
                       END-IF
               END-READ
           end-perform
           CLOSE SiteStatusFile
           IF ScCount = ZEROS
               Display "SCORECRD: no site status for " BusinessDate
                   " - nothing scored"
               MOVE 20 TO RETURN-CODE
               MOVE "WARNING" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "no site status for " BusinessDate
                   " - nothing scored"
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
           END-IF
       Exit.

       LoadOneSiteStatus Section.
           IF Stat-BadRecordCount IS NOT NUMERIC
                   OR Stat-SkippedReports IS NOT NUMERIC
               Display "WARNING: bad site status record skipped: "
                   SiteStatusRecord(1:40)
               Exit Section
           END-IF
           IF ScCount >= Sc-Max
               Display "WARNING: more than " Sc-Max
                   " sites - " Stat-Site " not scored"
               Exit Section
           END-IF
           ADD 1 TO ScCount
           INITIALIZE Sc-Entry(ScCount)
           MOVE Stat-Site TO Sc-Site(ScCount)
           MOVE Stat-Note TO Sc-Note(ScCount)
           MOVE Stat-BadRecordCount TO Sc-Bad(ScCount)
           MOVE Stat-SkippedReports TO Sc-Skipped(ScCount)
           MOVE "N" TO Sc-Ledger01(ScCount)
           MOVE "N" TO Sc-Ledger02(ScCount)
           IF Stat-Note = "SUSPENDED" OR Stat-Note = "NOT DUE"
               MOVE "N" TO Sc-Scored(ScCount)
           ELSE
               MOVE "Y" TO Sc-Scored(ScCount)
           END-IF
       Exit.

       FindSite Section.
           MOVE "N" TO ScFound
           MOVE 1 TO ScIndex
           perform until ScIndex > ScCount OR Site-Was-Found
               IF Sc-Site(ScIndex) = Ldg-Site
                   MOVE "Y" TO ScFound
               ELSE
                   ADD 1 TO ScIndex
               END-IF
           end-perform
       Exit.

       LoadLedger Section.
           Open Input LedgerFile.
           IF NOT LedgerFile-OK
               Display "WARNING: unable to read control ledger: "
                   LedgerFile-Path " status " LedgerFile-Status
               Exit Section
           END-IF
           perform until LedgerFile-EOF
               READ LedgerFile
                   AT END
                       Move "10" TO LedgerFile-Status
                   NOT AT END
                       IF Ldg-Date = BusinessDate
                               AND Ldg-InCount IS NUMERIC
                               AND Ldg-RejCount IS NUMERIC
                               AND Ldg-AdjCount IS NUMERIC
                           perform ApplyLedgerEntry
                       END-IF
               END-READ
           end-perform
           CLOSE LedgerFile
       Exit.

       ApplyLedgerEntry Section.
           perform FindSite
           IF NOT Site-Was-Found
               Exit Section
           END-IF
           EVALUATE Ldg-Program
               WHEN "01"
                   MOVE "Y" TO Sc-Ledger01(ScIndex)
                   MOVE Ldg-InCount TO Sc-In01(ScIndex)
                   MOVE Ldg-RejCount TO Sc-Rej01(ScIndex)
                   MOVE Ldg-AdjCount TO Sc-Corrected(ScIndex)
               WHEN "02"
                   MOVE "Y" TO Sc-Ledger02(ScIndex)
                   MOVE Ldg-InCount TO Sc-In02(ScIndex)
                   MOVE Ldg-RejCount TO Sc-Skipped(ScIndex)
                   MOVE Ldg-AdjCount TO Sc-Dampener(ScIndex)
           END-EVALUATE
       Exit.

       LoadWorklistState Section.
           Open Input StateFile.
           IF NOT StateFile-OK
               Display "WARNING: unable to read worklist state: "
                   StateFile-Path " status " StateFile-Status
               ADD 1 TO StateErrorCount
               MOVE "WARNING" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to read worklist state - aged counts "
                   "not scored: " StateFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           perform until StateFile-EOF
               READ StateFile
                   AT END
                       Move "10" TO StateFile-Status
                   NOT AT END
                       IF St-Days IS NUMERIC
                               AND St-LastDate = BusinessDate
                           MOVE St-Site TO Ldg-Site
                           perform FindSite
                           IF Site-Was-Found
                               ADD 1 TO Sc-Open(ScIndex)
                               IF St-Days NOT < Aged-Days
                                   ADD 1 TO Sc-Aged(ScIndex)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           end-perform
           CLOSE StateFile
       Exit.

       ScoreSites Section.
           perform varying ScIndex from 1 by 1
                   until ScIndex > ScCount
               IF Sc-Scored(ScIndex) = "Y"
                   perform ScoreOneSite
               END-IF
           end-perform
       Exit.

       ScoreOneSite Section.
           ADD 1 TO ScoredCount
           MOVE SPACES TO Sc-Breach(ScIndex)
           MOVE 1 TO Breach-Ptr

           IF Sc-Note(ScIndex) = "MISSING FEED"
               MOVE ZEROS TO Sc-Score(ScIndex)
               STRING "MISSING-FEED " DELIMITED BY SIZE
                   INTO Sc-Breach(ScIndex) WITH POINTER Breach-Ptr
               perform NoteBreach
               Exit Section
           END-IF
           IF Sc-Note(ScIndex) = "FEED HELD"
               MOVE ZEROS TO Sc-Score(ScIndex)
               STRING "FEED-HELD " DELIMITED BY SIZE
                   INTO Sc-Breach(ScIndex) WITH POINTER Breach-Ptr
               perform NoteBreach
               Exit Section
           END-IF
           IF Sc-Note(ScIndex) = "FEED REJECT"
               MOVE ZEROS TO Sc-Score(ScIndex)
               STRING "FEED-REJECT " DELIMITED BY SIZE
                   INTO Sc-Breach(ScIndex) WITH POINTER Breach-Ptr
               perform NoteBreach
               Exit Section
           END-IF

           IF Sc-Ledger01(ScIndex) = "N"
                   OR Sc-Ledger02(ScIndex) = "N"
               ADD 1 TO NoLedgerCount
               Display "WARNING: no control ledger postings for "
                   Sc-Site(ScIndex)
               MOVE ZEROS TO Sc-Score(ScIndex)
               STRING "NO-LEDGER " DELIMITED BY SIZE
                   INTO Sc-Breach(ScIndex) WITH POINTER Breach-Ptr
               perform NoteBreach
               Exit Section
           END-IF

           IF Sc-Rej01(ScIndex) > Sc-Bad(ScIndex)
               COMPUTE Sc-Unknown(ScIndex) =
                   Sc-Rej01(ScIndex) - Sc-Bad(ScIndex)
           END-IF
           IF Sc-In01(ScIndex) > ZEROS
               COMPUTE Sc-BadPct(ScIndex) ROUNDED =
                   Sc-Bad(ScIndex) * 100 / Sc-In01(ScIndex)
               COMPUTE Sc-UnkPct(ScIndex) ROUNDED =
                   Sc-Unknown(ScIndex) * 100 / Sc-In01(ScIndex)
               COMPUTE Sc-CorPct(ScIndex) ROUNDED =
                   Sc-Corrected(ScIndex) * 100 / Sc-In01(ScIndex)
           END-IF
           IF Sc-In02(ScIndex) > ZEROS
               COMPUTE Sc-SkipPct(ScIndex) ROUNDED =
                   Sc-Skipped(ScIndex) * 100 / Sc-In02(ScIndex)
               COMPUTE Sc-DampPct(ScIndex) ROUNDED =
                   Sc-Dampener(ScIndex) * 100 / Sc-In02(ScIndex)
           END-IF

           COMPUTE Penalty =
               Weight-Bad * Sc-BadPct(ScIndex)
               + Weight-Unknown * Sc-UnkPct(ScIndex)
               + Weight-Corrected * Sc-CorPct(ScIndex)
               + Weight-Skipped * Sc-SkipPct(ScIndex)
               + Weight-Dampener * Sc-DampPct(ScIndex)
               + Weight-Aged * Sc-Aged(ScIndex)
           IF Penalty >= 100
               MOVE ZEROS TO Sc-Score(ScIndex)
           ELSE
               COMPUTE Sc-Score(ScIndex) = 100 - Penalty
           END-IF

           IF Sc-Score(ScIndex) < Sla-Min-Score
               STRING "SCORE " DELIMITED BY SIZE
                   INTO Sc-Breach(ScIndex) WITH POINTER Breach-Ptr
           END-IF
           IF Sc-BadPct(ScIndex) > Sla-Max-Bad
               STRING "BAD " DELIMITED BY SIZE
                   INTO Sc-Breach(ScIndex) WITH POINTER Breach-Ptr
           END-IF
           IF Sc-UnkPct(ScIndex) > Sla-Max-Unknown
               STRING "UNKNOWN " DELIMITED BY SIZE
                   INTO Sc-Breach(ScIndex) WITH POINTER Breach-Ptr
           END-IF
           IF Sc-SkipPct(ScIndex) > Sla-Max-Skipped
               STRING "SKIPPED " DELIMITED BY SIZE
                   INTO Sc-Breach(ScIndex) WITH POINTER Breach-Ptr
           END-IF
           IF Sc-Aged(ScIndex) > Sla-Max-Aged
               STRING "AGED " DELIMITED BY SIZE
                   INTO Sc-Breach(ScIndex) WITH POINTER Breach-Ptr
           END-IF
           IF Sc-Breach(ScIndex) NOT = SPACES
               perform NoteBreach
           END-IF
       Exit.

       NoteBreach Section.
           ADD 1 TO BreachCount
           MOVE Sc-Site(ScIndex) TO LogSite
           MOVE "WARNING" TO Log-Severity
           MOVE SPACES TO Log-Message
           STRING "data-quality SLA breach: " Sc-Breach(ScIndex)
               DELIMITED BY SIZE INTO Log-Message
           perform WriteRunLog
           MOVE SPACES TO LogSite
       Exit.

       RankSites Section.
           MOVE ZEROS TO OrderCount
           perform varying ScIndex from 1 by 1
                   until ScIndex > ScCount
               IF Sc-Scored(ScIndex) = "Y"
                   ADD 1 TO OrderCount
                   MOVE ScIndex TO Order-Entry(OrderCount)
               END-IF
           end-perform
           perform varying ScIndex from 1 by 1
                   until ScIndex >= OrderCount
               perform varying ScIndex2 from ScIndex by 1
                       until ScIndex2 > OrderCount
                   IF Sc-Score(Order-Entry(ScIndex2))
                           > Sc-Score(Order-Entry(ScIndex))
                       OR (Sc-Score(Order-Entry(ScIndex2))
                           = Sc-Score(Order-Entry(ScIndex))
                       AND Sc-Site(Order-Entry(ScIndex2))
                           < Sc-Site(Order-Entry(ScIndex)))
                       MOVE Order-Entry(ScIndex) TO OrderSwap
                       MOVE Order-Entry(ScIndex2)
                           TO Order-Entry(ScIndex)
                       MOVE OrderSwap TO Order-Entry(ScIndex2)
                   END-IF
               end-perform
           end-perform
           perform varying ScIndex from 1 by 1
                   until ScIndex > OrderCount
               MOVE ScIndex TO Sc-Rank(Order-Entry(ScIndex))
           end-perform
       Exit.

       LoadTrend Section.
           Open Input HistoryFile.
           IF NOT HistoryFile-OK
               Exit Section
           END-IF
           perform until HistoryFile-EOF
               READ HistoryFile
                   AT END
                       Move "10" TO HistoryFile-Status
                   NOT AT END
                       IF Sch-Date NOT < TrendFrom
                               AND Sch-Date < BusinessDate
                           MOVE Sch-Site TO Ldg-Site
                           perform FindSite
                           IF Site-Was-Found
                               MOVE Sch-Score TO Hist-Score-N
                               ADD Hist-Score-N
                                   TO Sc-PriorSum(ScIndex)
                               ADD 1 TO Sc-PriorDays(ScIndex)
                           END-IF
                       END-IF
               END-READ
           end-perform
           CLOSE HistoryFile

           perform varying ScIndex from 1 by 1
                   until ScIndex > ScCount
               IF Sc-Scored(ScIndex) = "Y"
                   perform SetDirection
               END-IF
           end-perform
       Exit.

       SetDirection Section.
           IF Sc-PriorDays(ScIndex) = ZEROS
               MOVE "NEW" TO Sc-Direction(ScIndex)
               Exit Section
           END-IF
           COMPUTE Sc-PriorAvg(ScIndex) ROUNDED =
               Sc-PriorSum(ScIndex) / Sc-PriorDays(ScIndex)
           EVALUATE TRUE
               WHEN Sc-Score(ScIndex)
                       > Sc-PriorAvg(ScIndex) + Trend-Margin
                   MOVE "IMPROVING" TO Sc-Direction(ScIndex)
               WHEN Sc-Score(ScIndex) + Trend-Margin
                       < Sc-PriorAvg(ScIndex)
                   MOVE "DECLINING" TO Sc-Direction(ScIndex)
               WHEN OTHER
                   MOVE "STEADY" TO Sc-Direction(ScIndex)
           END-EVALUATE
       Exit.

       WriteHistory Section.
           Open Output WorkFile.
           IF NOT WorkFile-OK
               Display "ERROR: unable to open scorecard work file: "
                   WorkFile-Path " status " WorkFile-Status
               MOVE 24 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to open scorecard work file: "
                   WorkFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF

           Open Input HistoryFile.
           IF NOT HistoryFile-OK
               Display "ERROR: unable to read scorecard history: "
                   HistoryFile-Path " status " HistoryFile-Status
               MOVE 24 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to read scorecard history: "
                   HistoryFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               CLOSE WorkFile
               Exit Section
           END-IF
           perform until HistoryFile-EOF
               READ HistoryFile
                   AT END
                       Move "10" TO HistoryFile-Status
                   NOT AT END
                       IF Sch-Date = BusinessDate
                               OR Sch-Date < HistCutoff
                           ADD 1 TO HistDropped
                       ELSE
                           WRITE WorkRecord FROM HistoryRecord
                           ADD 1 TO HistKept
                       END-IF
               END-READ
           end-perform
           CLOSE HistoryFile

           perform varying ScIndex from 1 by 1
                   until ScIndex > OrderCount
               MOVE Order-Entry(ScIndex) TO ScIndex2
               MOVE SPACES TO HistoryRecord
               MOVE BusinessDate TO Sch-Date
               MOVE Sc-Site(ScIndex2) TO Sch-Site
               MOVE Sc-Score(ScIndex2) TO Sch-Score
               MOVE Sc-Rank(ScIndex2) TO Sch-Rank
               IF Sc-Breach(ScIndex2) = SPACES
                   MOVE "N" TO Sch-Breach
               ELSE
                   MOVE "Y" TO Sch-Breach
               END-IF
               MOVE Sc-BadPct(ScIndex2) TO Sch-BadPct
               MOVE Sc-UnkPct(ScIndex2) TO Sch-UnkPct
               MOVE Sc-SkipPct(ScIndex2) TO Sch-SkipPct
               MOVE Sc-Aged(ScIndex2) TO Sch-Aged
               WRITE WorkRecord FROM HistoryRecord
           end-perform
           CLOSE WorkFile

           Open Input WorkFile.
           IF NOT WorkFile-OK
               Display "ERROR: unable to reopen scorecard work file: "
                   WorkFile-Path " status " WorkFile-Status
               MOVE 24 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to reopen scorecard work file: "
                   WorkFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           Open Output HistoryFile.
           IF NOT HistoryFile-OK
               Display "ERROR: unable to write scorecard history: "
                   HistoryFile-Path " status " HistoryFile-Status
               MOVE 24 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to write scorecard history: "
                   HistoryFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               CLOSE WorkFile
               Exit Section
           END-IF
           perform until WorkFile-EOF
               READ WorkFile
                   AT END
                       Move "10" TO WorkFile-Status
                   NOT AT END
                       WRITE HistoryRecord FROM WorkRecord
               END-READ
           end-perform
           CLOSE WorkFile
           CLOSE HistoryFile
       Exit.

       WriteScorecard Section.
           Open Output ReportFile.
           IF NOT ReportFile-OK
               Display "ERROR: unable to write scorecard: "
                   ReportFile-Path " status " ReportFile-Status
               MOVE 24 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to write scorecard: " ReportFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF

           MOVE SPACES TO HeadLine
           STRING "DATA-QUALITY SCORECARD FOR " BusinessDate
               DELIMITED BY SIZE INTO HeadLine
           WRITE ReportRecord FROM HeadLine
           MOVE "====================================" TO HeadLine
           WRITE ReportRecord FROM HeadLine
           MOVE SPACES TO HeadLine
           WRITE ReportRecord FROM HeadLine

           MOVE "SITES RANKED BEST FIRST:" TO HeadLine
           WRITE ReportRecord FROM HeadLine
           WRITE ReportRecord FROM Score-Heading
           perform varying ScIndex from 1 by 1
                   until ScIndex > OrderCount
               MOVE Order-Entry(ScIndex) TO ScIndex2
               perform WriteScoreLine
           end-perform
           IF OrderCount = ZEROS
               MOVE "  NONE" TO HeadLine
               WRITE ReportRecord FROM HeadLine
           END-IF
           IF StateErrorCount > ZEROS
               MOVE SPACES TO HeadLine
               STRING "  WORKLIST STATE UNREADABLE - AGED AND OPEN "
                   "COUNTS NOT AVAILABLE, AGED SLA NOT CHECKED"
                   DELIMITED BY SIZE INTO HeadLine
               WRITE ReportRecord FROM HeadLine
           END-IF

           MOVE SPACES TO HeadLine
           WRITE ReportRecord FROM HeadLine
           MOVE "SITES NOT SCORED:" TO HeadLine
           WRITE ReportRecord FROM HeadLine
           IF OrderCount = ScCount
               MOVE "  NONE" TO HeadLine
               WRITE ReportRecord FROM HeadLine
           END-IF
           perform varying ScIndex from 1 by 1
                   until ScIndex > ScCount
               IF Sc-Scored(ScIndex) NOT = "Y"
                   MOVE Sc-Site(ScIndex) TO NS-Site
                   MOVE Sc-Note(ScIndex) TO NS-Note
                   WRITE ReportRecord FROM NotScored-Line
               END-IF
           end-perform

           MOVE SPACES TO HeadLine
           WRITE ReportRecord FROM HeadLine
           MOVE "WEIGHTS AND SLA THRESHOLDS:" TO HeadLine
           WRITE ReportRecord FROM HeadLine
           MOVE "WEIGHT PER BAD RECORD %" TO PL-Label
           MOVE Weight-Bad TO PL-Value
           WRITE ReportRecord FROM Param-Line
           MOVE "WEIGHT PER UNKNOWN ID %" TO PL-Label
           MOVE Weight-Unknown TO PL-Value
           WRITE ReportRecord FROM Param-Line
           MOVE "WEIGHT PER CORRECTED RECORD %" TO PL-Label
           MOVE Weight-Corrected TO PL-Value
           WRITE ReportRecord FROM Param-Line
           MOVE "WEIGHT PER SKIPPED REPORT %" TO PL-Label
           MOVE Weight-Skipped TO PL-Value
           WRITE ReportRecord FROM Param-Line
           MOVE "WEIGHT PER DAMPENER REPAIR %" TO PL-Label
           MOVE Weight-Dampener TO PL-Value
           WRITE ReportRecord FROM Param-Line
           MOVE "WEIGHT PER AGED OPEN EXCEPTION" TO PL-Label
           MOVE Weight-Aged TO PL-Value
           WRITE ReportRecord FROM Param-Line
           MOVE "AGED AFTER DAYS OPEN" TO PL-Label
           MOVE Aged-Days TO PL-Value
           WRITE ReportRecord FROM Param-Line
           MOVE "SLA MINIMUM SCORE" TO PL-Label
           MOVE Sla-Min-Score TO PL-Value
           WRITE ReportRecord FROM Param-Line
           MOVE "SLA MAXIMUM BAD RECORD %" TO PL-Label
           MOVE Sla-Max-Bad TO PL-Value
           WRITE ReportRecord FROM Param-Line
           MOVE "SLA MAXIMUM UNKNOWN ID %" TO PL-Label
           MOVE Sla-Max-Unknown TO PL-Value
           WRITE ReportRecord FROM Param-Line
           MOVE "SLA MAXIMUM SKIPPED REPORT %" TO PL-Label
           MOVE Sla-Max-Skipped TO PL-Value
           WRITE ReportRecord FROM Param-Line
           MOVE "SLA MAXIMUM AGED OPEN EXCEPTIONS" TO PL-Label
           MOVE Sla-Max-Aged TO PL-Value
           WRITE ReportRecord FROM Param-Line
           MOVE "DIRECTION WINDOW DAYS" TO PL-Label
           MOVE Trend-Days TO PL-Value
           WRITE ReportRecord FROM Param-Line
           MOVE "DIRECTION MARGIN POINTS" TO PL-Label
           MOVE Trend-Margin TO PL-Value
           WRITE ReportRecord FROM Param-Line

           MOVE SPACES TO HeadLine
           WRITE ReportRecord FROM HeadLine
           MOVE "TOTALS:" TO HeadLine
           WRITE ReportRecord FROM HeadLine
           MOVE "SITES SCORED" TO Tot-Label
           MOVE ScoredCount TO Tot-Count
           WRITE ReportRecord FROM Total-Line
           MOVE "SITES IN SLA BREACH" TO Tot-Label
           MOVE BreachCount TO Tot-Count
           WRITE ReportRecord FROM Total-Line
           MOVE "SITES WITHOUT LEDGER POSTINGS" TO Tot-Label
           MOVE NoLedgerCount TO Tot-Count
           WRITE ReportRecord FROM Total-Line
           MOVE "HISTORY LINES KEPT" TO Tot-Label
           MOVE HistKept TO Tot-Count
           WRITE ReportRecord FROM Total-Line
           CLOSE ReportFile
       Exit.

       WriteScoreLine Section.
           MOVE Sc-Rank(ScIndex2) TO SL-Rank
           MOVE Sc-Site(ScIndex2) TO SL-Site
           MOVE Sc-Score(ScIndex2) TO SL-Score
           MOVE Sc-BadPct(ScIndex2) TO SL-BadPct
           MOVE Sc-UnkPct(ScIndex2) TO SL-UnkPct
           MOVE Sc-CorPct(ScIndex2) TO SL-CorPct
           MOVE Sc-SkipPct(ScIndex2) TO SL-SkipPct
           MOVE Sc-DampPct(ScIndex2) TO SL-DampPct
           MOVE Sc-Aged(ScIndex2) TO SL-Aged
           MOVE Sc-Open(ScIndex2) TO SL-Open
           MOVE Sc-PriorAvg(ScIndex2) TO SL-PriorAvg
           MOVE Sc-PriorDays(ScIndex2) TO SL-PriorDays
           MOVE Sc-Direction(ScIndex2) TO SL-Direction
           IF Sc-Breach(ScIndex2) = SPACES
               MOVE "MET" TO SL-Breach
           ELSE
               MOVE SPACES TO SL-Breach
               STRING "BREACH " Sc-Breach(ScIndex2)
                   DELIMITED BY SIZE INTO SL-Breach
           END-IF
           WRITE ReportRecord FROM Score-Line
       Exit.

       SetUpRunLog Section.
           Move Spaces TO RunLogFile-Path
           ACCEPT RunLogFile-Path FROM ENVIRONMENT "RUN_LOG_FILE"
           IF RunLogFile-Path = Spaces
               MOVE "output/run-log.txt" TO RunLogFile-Path
           END-IF
           Move Spaces TO LogSite
       Exit.

       WriteRunLog Section.
           Open Extend RunLogFile.
           IF NOT RunLogFile-OK
               Exit Section
           END-IF
           MOVE SPACES TO RunLogRecord
           MOVE BusinessDate TO RLog-Date
           MOVE "SCORECRD" TO RLog-Program
           MOVE LogSite TO RLog-Site
           MOVE Log-Severity TO RLog-Severity
           MOVE Log-Message TO RLog-Message
           WRITE RunLogRecord
           CLOSE RunLogFile
       Exit.
