       identification division.
       program-id. "EXTRACT".
       environment division.
       input-output section.
       file-control.
           select OPTIONAL SiteStatusFile assign to
            DYNAMIC SiteStatusFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SiteStatusFile-Status.

           select OPTIONAL RunHistoryFile assign to
            DYNAMIC RunHistoryFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunHistoryFile-Status.

           select OPTIONAL StateFile assign to
            DYNAMIC StateFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StateFile-Status.

           select OPTIONAL UsageFile assign to
            DYNAMIC UsageFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UsageFile-Status.

           select ExtractFile assign to
            DYNAMIC ExtractFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ExtractFile-Status.

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

       FD RunHistoryFile.
       01 RunHistoryRecord.
           05 Hist-Date            PIC X(8).
           05 FILLER               PIC X(1).
           05 Hist-RC1             PIC 9(4).
           05 FILLER               PIC X(1).
           05 Hist-RC2             PIC 9(4).
           05 FILLER               PIC X(1).
           05 Hist-TotalDistance   PIC 9(32).
           05 FILLER               PIC X(1).
           05 Hist-SimilarityScore PIC 9(32).
           05 FILLER               PIC X(1).
           05 Hist-BadRecordCount  PIC 9(6).
           05 FILLER               PIC X(1).
           05 Hist-Safe            PIC 9(6).
           05 FILLER               PIC X(1).
           05 Hist-SafeWithDampener PIC 9(6).
           05 FILLER               PIC X(1).
           05 Hist-SkippedReports  PIC 9(6).

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

       FD UsageFile.
       01 UsageRecord PIC X(80).

       FD ExtractFile.
       01 ExtractRecord PIC X(400).

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
       01 SiteStatusFile-Status PIC XX.
           88 SiteStatusFile-OK  VALUE "00" "05".
           88 SiteStatusFile-EOF VALUE "10".

       01 RunHistoryFile-Path PIC X(200).
       01 RunHistoryFile-Status PIC XX.
           88 RunHistoryFile-OK  VALUE "00" "05".
           88 RunHistoryFile-EOF VALUE "10".

       01 StateFile-Path PIC X(200).
       01 StateFile-Status PIC XX.
           88 StateFile-OK  VALUE "00" "05".
           88 StateFile-EOF VALUE "10".

       01 UsageFile-Path PIC X(200).
       01 UsageFile-Status PIC XX.
           88 UsageFile-OK  VALUE "00" "05".
           88 UsageFile-EOF VALUE "10".

       01 ExtractFile-Path PIC X(200).
       01 ExtractFile-Status PIC XX.
           88 ExtractFile-OK VALUE "00".

       01 ExtractDir     PIC X(100).
       01 ExtractVersion PIC X(2).
           88 Version-01 VALUE "01".
           88 Version-02 VALUE "02".
       01 Extract-Layout PIC X(16).
       01 Extract-Stem   PIC X(30).
       01 BusinessDate   PIC X(8).

       01 Csv-Line   PIC X(400).
       01 Csv-Ptr    PIC 9(3).
       01 Csv-Started PIC X.
           88 Csv-Has-Field VALUE "Y".
       01 Txt-Value  PIC X(80).
       01 Txt-Len    PIC 9(3).
       01 Num-Value  PIC 9(32).
       01 Num-Edit   PIC Z(31)9.
       01 Num-Lead   PIC 9(3).

       01 Usage-Work PIC X(80).
       01 Usage-Dormant REDEFINES Usage-Work.
           05 FILLER       PIC X(2).
           05 UD-LocId     PIC X(5).
           05 FILLER       PIC X(1).
           05 UD-Name      PIC X(20).
           05 FILLER       PIC X(1).
           05 UD-Region    PIC X(3).
           05 FILLER       PIC X(14).
           05 UD-Date      PIC X(8).
           05 FILLER       PIC X(26).
       01 Usage-Retired REDEFINES Usage-Work.
           05 FILLER       PIC X(2).
           05 UR-LocId     PIC X(5).
           05 FILLER       PIC X(1).
           05 UR-Name      PIC X(20).
           05 FILLER       PIC X(1).
           05 UR-Region    PIC X(3).
           05 FILLER       PIC X(10).
           05 UR-Count     PIC X(7).
           05 FILLER       PIC X(31).
       01 Usage-Region REDEFINES Usage-Work.
           05 FILLER       PIC X(2).
           05 UG-Code      PIC X(3).
           05 FILLER       PIC X(11).
           05 UG-Locs      PIC X(6).
           05 FILLER       PIC X(10).
           05 UG-Observed  PIC X(9).
           05 FILLER       PIC X(39).
       01 Usage-Total REDEFINES Usage-Work.
           05 FILLER       PIC X(2).
           05 UT-Label     PIC X(34).
           05 UT-Count     PIC X(6).
           05 FILLER       PIC X(38).
       01 Usage-Section PIC X(8).

       01 SiteRows     PIC 9(6) VALUE ZEROS.
       01 HistoryRows  PIC 9(6) VALUE ZEROS.
       01 WorklistRows PIC 9(6) VALUE ZEROS.
       01 UsageRows    PIC 9(6) VALUE ZEROS.
       01 RowCount     PIC 9(6).
       01 BadCount     PIC 9(6) VALUE ZEROS.
       01 MissingCount PIC 9(2) VALUE ZEROS.

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

           Move Spaces TO ExtractVersion
           ACCEPT ExtractVersion FROM ENVIRONMENT "EXTRACT_VERSION"
           IF ExtractVersion = Spaces
               MOVE "02" TO ExtractVersion
           END-IF
           IF NOT Version-01 AND NOT Version-02
               Display "ERROR: unsupported extract version: "
                   ExtractVersion
               MOVE 24 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unsupported extract version: "
                   ExtractVersion
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF

           Move Spaces TO ExtractDir
           ACCEPT ExtractDir FROM ENVIRONMENT "EXTRACT_DIR"
           IF ExtractDir = Spaces
               MOVE "output" TO ExtractDir
           END-IF

           Move Spaces TO SiteStatusFile-Path
           ACCEPT SiteStatusFile-Path
               FROM ENVIRONMENT "SITE_STATUS_FILE"
           IF SiteStatusFile-Path = Spaces
               MOVE "output/site-status.txt" TO SiteStatusFile-Path
           END-IF

           Move Spaces TO RunHistoryFile-Path
           ACCEPT RunHistoryFile-Path
               FROM ENVIRONMENT "RUN_HISTORY_FILE"
           IF RunHistoryFile-Path = Spaces
               MOVE "output/run-history.txt" TO RunHistoryFile-Path
           END-IF

           Move Spaces TO StateFile-Path
           ACCEPT StateFile-Path FROM ENVIRONMENT "WORKLIST_STATE"
           IF StateFile-Path = Spaces
               MOVE "output/worklist-state.txt" TO StateFile-Path
           END-IF

           Move Spaces TO UsageFile-Path
           ACCEPT UsageFile-Path
               FROM ENVIRONMENT "LOCUSAGE_REPORT_FILE"
           IF UsageFile-Path = Spaces
               MOVE "output/location-usage.txt" TO UsageFile-Path
           END-IF

           Display "EXTRACT: business date " BusinessDate
               " layout version " ExtractVersion

           perform ExtractSiteStatus
           IF RETURN-CODE = 24
               Exit Section
           END-IF
           perform ExtractRunHistory
           IF RETURN-CODE = 24
               Exit Section
           END-IF
           perform ExtractWorklist
           IF RETURN-CODE = 24
               Exit Section
           END-IF
           perform ExtractLocationUsage
           IF RETURN-CODE = 24
               Exit Section
           END-IF

           Display "EXTRACT: site status rows     " SiteRows
           Display "EXTRACT: run history rows     " HistoryRows
           Display "EXTRACT: worklist rows        " WorklistRows
           Display "EXTRACT: location usage rows  " UsageRows
           IF BadCount > ZEROS
               Display "EXTRACT: bad records skipped  " BadCount
           END-IF

           IF MissingCount > ZEROS OR BadCount > ZEROS
                   OR SiteRows = ZEROS
               MOVE 8 TO RETURN-CODE
               MOVE "WARNING" TO Log-Severity
           ELSE
               MOVE "INFO" TO Log-Severity
           END-IF
           MOVE SPACES TO Log-Message
           STRING "extract v" ExtractVersion " rows: status "
               SiteRows " history " HistoryRows
               " worklist " WorklistRows " usage " UsageRows
               DELIMITED BY SIZE INTO Log-Message
           perform WriteRunLog
       Exit.

       ExtractSiteStatus Section.
           MOVE "SITE-STATUS" TO Extract-Layout
           MOVE "extract-site-status.csv" TO Extract-Stem
           perform OpenExtract
           IF RETURN-CODE = 24
               Exit Section
           END-IF
           MOVE SPACES TO ExtractRecord
           STRING "BUSINESS_DATE,SITE,RC1,RC2,TOTAL_DISTANCE,"
               "SIMILARITY_SCORE,BAD_RECORDS,SAFE_REPORTS,"
               "SAFE_WITH_DAMPENER,SKIPPED_REPORTS"
               DELIMITED BY SIZE INTO ExtractRecord
           IF Version-02
               STRING "BUSINESS_DATE,SITE,RC1,RC2,TOTAL_DISTANCE,"
                   "SIMILARITY_SCORE,BAD_RECORDS,SAFE_REPORTS,"
                   "SAFE_WITH_DAMPENER,SKIPPED_REPORTS,NOTE"
                   DELIMITED BY SIZE INTO ExtractRecord
           END-IF
           WRITE ExtractRecord

           MOVE ZEROS TO RowCount
           Open Input SiteStatusFile.
           IF SiteStatusFile-Status = "05"
               perform NoteMissingSource
           END-IF
           IF NOT SiteStatusFile-OK
               perform NoteMissingSource
           ELSE
               perform until SiteStatusFile-EOF
                   READ SiteStatusFile
                       AT END
                           Move "10" TO SiteStatusFile-Status
                       NOT AT END
                           IF Stat-Date = BusinessDate
                               perform WriteSiteStatusRow
                           END-IF
                   END-READ
               end-perform
               CLOSE SiteStatusFile
           END-IF
           MOVE RowCount TO SiteRows
           IF SiteRows = ZEROS
               Display "WARNING: no site status for " BusinessDate
               MOVE "WARNING" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "no site status rows for " BusinessDate
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
           END-IF
           perform CloseExtract
       Exit.

       WriteSiteStatusRow Section.
           IF Stat-RC1 IS NOT NUMERIC OR Stat-RC2 IS NOT NUMERIC
                   OR Stat-TotalDistance IS NOT NUMERIC
                   OR Stat-SimilarityScore IS NOT NUMERIC
                   OR Stat-BadRecordCount IS NOT NUMERIC
                   OR Stat-Safe IS NOT NUMERIC
                   OR Stat-SafeWithDampener IS NOT NUMERIC
                   OR Stat-SkippedReports IS NOT NUMERIC
               Display "WARNING: bad site status record skipped: "
                   SiteStatusRecord(1:40)
               ADD 1 TO BadCount
               Exit Section
           END-IF
           perform StartRow
           MOVE Stat-Date TO Txt-Value
           perform AddText
           MOVE Stat-Site TO Txt-Value
           perform AddText
           MOVE Stat-RC1 TO Num-Value
           perform AddNumber
           MOVE Stat-RC2 TO Num-Value
           perform AddNumber
           MOVE Stat-TotalDistance TO Num-Value
           perform AddNumber
           MOVE Stat-SimilarityScore TO Num-Value
           perform AddNumber
           MOVE Stat-BadRecordCount TO Num-Value
           perform AddNumber
           MOVE Stat-Safe TO Num-Value
           perform AddNumber
           MOVE Stat-SafeWithDampener TO Num-Value
           perform AddNumber
           MOVE Stat-SkippedReports TO Num-Value
           perform AddNumber
           IF Version-02
               MOVE Stat-Note TO Txt-Value
               perform AddText
           END-IF
           perform WriteRow
       Exit.

       ExtractRunHistory Section.
           MOVE "RUN-HISTORY" TO Extract-Layout
           MOVE "extract-run-history.csv" TO Extract-Stem
           perform OpenExtract
           IF RETURN-CODE = 24
               Exit Section
           END-IF
           MOVE SPACES TO ExtractRecord
           STRING "BUSINESS_DATE,RC1,RC2,TOTAL_DISTANCE,"
               "SIMILARITY_SCORE,BAD_RECORDS,SAFE_REPORTS,"
               "SAFE_WITH_DAMPENER,SKIPPED_REPORTS"
               DELIMITED BY SIZE INTO ExtractRecord
           WRITE ExtractRecord

           MOVE ZEROS TO RowCount
           Open Input RunHistoryFile.
           IF RunHistoryFile-Status = "05"
               perform NoteMissingSource
           END-IF
           IF NOT RunHistoryFile-OK
               perform NoteMissingSource
           ELSE
               perform until RunHistoryFile-EOF
                   READ RunHistoryFile
                       AT END
                           Move "10" TO RunHistoryFile-Status
                       NOT AT END
                           IF Hist-Date NOT > BusinessDate
                               perform WriteRunHistoryRow
                           END-IF
                   END-READ
               end-perform
               CLOSE RunHistoryFile
           END-IF
           MOVE RowCount TO HistoryRows
           perform CloseExtract
       Exit.

       WriteRunHistoryRow Section.
           IF Hist-RC1 IS NOT NUMERIC OR Hist-RC2 IS NOT NUMERIC
                   OR Hist-TotalDistance IS NOT NUMERIC
                   OR Hist-SimilarityScore IS NOT NUMERIC
                   OR Hist-BadRecordCount IS NOT NUMERIC
                   OR Hist-Safe IS NOT NUMERIC
                   OR Hist-SafeWithDampener IS NOT NUMERIC
                   OR Hist-SkippedReports IS NOT NUMERIC
               Display "WARNING: bad run history record skipped: "
                   RunHistoryRecord(1:40)
               ADD 1 TO BadCount
               Exit Section
           END-IF
           perform StartRow
           MOVE Hist-Date TO Txt-Value
           perform AddText
           MOVE Hist-RC1 TO Num-Value
           perform AddNumber
           MOVE Hist-RC2 TO Num-Value
           perform AddNumber
           MOVE Hist-TotalDistance TO Num-Value
           perform AddNumber
           MOVE Hist-SimilarityScore TO Num-Value
           perform AddNumber
           MOVE Hist-BadRecordCount TO Num-Value
           perform AddNumber
           MOVE Hist-Safe TO Num-Value
           perform AddNumber
           MOVE Hist-SafeWithDampener TO Num-Value
           perform AddNumber
           MOVE Hist-SkippedReports TO Num-Value
           perform AddNumber
           perform WriteRow
       Exit.

       ExtractWorklist Section.
           MOVE "WORKLIST" TO Extract-Layout
           MOVE "extract-worklist.csv" TO Extract-Stem
           perform OpenExtract
           IF RETURN-CODE = 24
               Exit Section
           END-IF
           MOVE SPACES TO ExtractRecord
           STRING "BUSINESS_DATE,SITE,SEQ,REASON,FIRST_DATE,"
               "LAST_DATE,DAYS_OPEN"
               DELIMITED BY SIZE INTO ExtractRecord
           IF Version-02
               STRING "BUSINESS_DATE,SITE,SEQ,REASON,FIRST_DATE,"
                   "LAST_DATE,DAYS_OPEN,SEEN_TODAY"
                   DELIMITED BY SIZE INTO ExtractRecord
           END-IF
           WRITE ExtractRecord

           MOVE ZEROS TO RowCount
           Open Input StateFile.
           IF StateFile-Status = "05"
               perform NoteMissingSource
           END-IF
           IF NOT StateFile-OK
               perform NoteMissingSource
           ELSE
               perform until StateFile-EOF
                   READ StateFile
                       AT END
                           Move "10" TO StateFile-Status
                       NOT AT END
                           perform WriteWorklistRow
                   END-READ
               end-perform
               CLOSE StateFile
           END-IF
           MOVE RowCount TO WorklistRows
           perform CloseExtract
       Exit.

       WriteWorklistRow Section.
           IF St-Seq IS NOT NUMERIC OR St-Days IS NOT NUMERIC
               Display "WARNING: bad state record skipped: "
                   StateRecord
               ADD 1 TO BadCount
               Exit Section
           END-IF
           perform StartRow
           MOVE BusinessDate TO Txt-Value
           perform AddText
           MOVE St-Site TO Txt-Value
           perform AddText
           MOVE St-Seq TO Num-Value
           perform AddNumber
           MOVE St-Reason TO Txt-Value
           perform AddText
           MOVE St-FirstDate TO Txt-Value
           perform AddText
           MOVE St-LastDate TO Txt-Value
           perform AddText
           MOVE St-Days TO Num-Value
           perform AddNumber
           IF Version-02
               IF St-LastDate = BusinessDate
                   MOVE "Y" TO Txt-Value
               ELSE
                   MOVE "N" TO Txt-Value
               END-IF
               perform AddText
           END-IF
           perform WriteRow
       Exit.

       ExtractLocationUsage Section.
           MOVE "LOCATION-USAGE" TO Extract-Layout
           MOVE "extract-location-usage.csv" TO Extract-Stem
           perform OpenExtract
           IF RETURN-CODE = 24
               Exit Section
           END-IF
           MOVE SPACES TO ExtractRecord
           STRING "BUSINESS_DATE,SECTION,ITEM,LOC_NAME,REGION,"
               "STATUS_DATE,LOCATIONS,OBSERVED,TOTAL"
               DELIMITED BY SIZE INTO ExtractRecord
           WRITE ExtractRecord

           MOVE ZEROS TO RowCount
           MOVE SPACES TO Usage-Section
           Open Input UsageFile.
           IF UsageFile-Status = "05"
               perform NoteMissingSource
           END-IF
           IF NOT UsageFile-OK
               perform NoteMissingSource
           ELSE
               perform until UsageFile-EOF
                   READ UsageFile
                       AT END
                           Move "10" TO UsageFile-Status
                       NOT AT END
                           perform WriteUsageRow
                   END-READ
               end-perform
               CLOSE UsageFile
           END-IF
           MOVE RowCount TO UsageRows
           perform CloseExtract
       Exit.

       WriteUsageRow Section.
           MOVE UsageRecord TO Usage-Work
           EVALUATE TRUE
               WHEN Usage-Work = "DORMANT ACTIVE LOCATIONS:"
                   MOVE "DORMANT" TO Usage-Section
                   Exit Section
               WHEN Usage-Work = "RETIRED LOCATIONS STILL ARRIVING:"
                   MOVE "RETIRED" TO Usage-Section
                   Exit Section
               WHEN Usage-Work = "OBSERVED COUNT BY REGION:"
                   MOVE "REGION" TO Usage-Section
                   Exit Section
               WHEN Usage-Work = "TOTALS:"
                   MOVE "TOTAL" TO Usage-Section
                   Exit Section
               WHEN Usage-Work(1:2) NOT = SPACES
                   Exit Section
               WHEN Usage-Work(3:1) = SPACE
                   Exit Section
           END-EVALUATE

           perform StartRow
           MOVE BusinessDate TO Txt-Value
           perform AddText
           MOVE Usage-Section TO Txt-Value
           perform AddText
           EVALUATE Usage-Section
               WHEN "DORMANT"
                   IF UD-LocId IS NOT NUMERIC
                       Exit Section
                   END-IF
                   MOVE UD-LocId TO Txt-Value
                   perform AddText
                   MOVE UD-Name TO Txt-Value
                   perform AddText
                   MOVE UD-Region TO Txt-Value
                   perform AddText
                   MOVE UD-Date TO Txt-Value
                   perform AddText
                   perform AddEmpty
                   perform AddEmpty
                   perform AddEmpty
               WHEN "RETIRED"
                   IF UR-LocId IS NOT NUMERIC
                           OR UR-Count IS NOT NUMERIC
                       Exit Section
                   END-IF
                   MOVE UR-LocId TO Txt-Value
                   perform AddText
                   MOVE UR-Name TO Txt-Value
                   perform AddText
                   MOVE UR-Region TO Txt-Value
                   perform AddText
                   perform AddEmpty
                   perform AddEmpty
                   MOVE UR-Count TO Num-Value
                   perform AddNumber
                   perform AddEmpty
               WHEN "REGION"
                   IF UG-Locs IS NOT NUMERIC
                           OR UG-Observed IS NOT NUMERIC
                       Exit Section
                   END-IF
                   MOVE UG-Code TO Txt-Value
                   perform AddText
                   perform AddEmpty
                   MOVE UG-Code TO Txt-Value
                   perform AddText
                   perform AddEmpty
                   MOVE UG-Locs TO Num-Value
                   perform AddNumber
                   MOVE UG-Observed TO Num-Value
                   perform AddNumber
                   perform AddEmpty
               WHEN "TOTAL"
                   IF UT-Count IS NOT NUMERIC
                       Exit Section
                   END-IF
                   MOVE UT-Label TO Txt-Value
                   perform AddText
                   perform AddEmpty
                   perform AddEmpty
                   perform AddEmpty
                   perform AddEmpty
                   perform AddEmpty
                   MOVE UT-Count TO Num-Value
                   perform AddNumber
               WHEN OTHER
                   Exit Section
           END-EVALUATE
           perform WriteRow
       Exit.

       OpenExtract Section.
           MOVE SPACES TO ExtractFile-Path
           STRING ExtractDir DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               Extract-Stem DELIMITED BY SPACE
               INTO ExtractFile-Path
           Open Output ExtractFile.
           IF NOT ExtractFile-OK
               Display "ERROR: unable to write extract: "
                   ExtractFile-Path " status " ExtractFile-Status
               MOVE 24 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to write extract: " ExtractFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
           END-IF
       Exit.

       CloseExtract Section.
           perform StartRow
           STRING "TRAILER" DELIMITED BY SIZE
               INTO Csv-Line WITH POINTER Csv-Ptr
           MOVE "Y" TO Csv-Started
           MOVE RowCount TO Num-Value
           perform AddNumber
           perform AddComma
           STRING BusinessDate DELIMITED BY SIZE
               INTO Csv-Line WITH POINTER Csv-Ptr
           perform AddComma
           STRING Extract-Layout DELIMITED BY SPACE
               INTO Csv-Line WITH POINTER Csv-Ptr
           perform AddComma
           STRING ExtractVersion DELIMITED BY SIZE
               INTO Csv-Line WITH POINTER Csv-Ptr
           WRITE ExtractRecord FROM Csv-Line
           CLOSE ExtractFile
       Exit.

       NoteMissingSource Section.
           ADD 1 TO MissingCount
           Display "WARNING: extract source not available for "
               Extract-Layout
           MOVE "WARNING" TO Log-Severity
           MOVE SPACES TO Log-Message
           STRING "extract source not available for "
               Extract-Layout
               DELIMITED BY SIZE INTO Log-Message
           perform WriteRunLog
       Exit.

       StartRow Section.
           MOVE SPACES TO Csv-Line
           MOVE 1 TO Csv-Ptr
           MOVE "N" TO Csv-Started
       Exit.

       AddComma Section.
           IF Csv-Has-Field
               STRING "," DELIMITED BY SIZE
                   INTO Csv-Line WITH POINTER Csv-Ptr
           END-IF
           MOVE "Y" TO Csv-Started
       Exit.

       AddEmpty Section.
           perform AddComma
       Exit.

       AddText Section.
           perform AddComma
           INSPECT Txt-Value REPLACING ALL QUOTE BY "'"
           MOVE 80 TO Txt-Len
           perform until Txt-Len = ZEROS
                   OR Txt-Value(Txt-Len:1) NOT = SPACE
               SUBTRACT 1 FROM Txt-Len
           end-perform
           IF Txt-Len = ZEROS
               STRING QUOTE QUOTE DELIMITED BY SIZE
                   INTO Csv-Line WITH POINTER Csv-Ptr
           ELSE
               STRING QUOTE Txt-Value(1:Txt-Len) QUOTE
                   DELIMITED BY SIZE
                   INTO Csv-Line WITH POINTER Csv-Ptr
           END-IF
           MOVE SPACES TO Txt-Value
       Exit.

       AddNumber Section.
           perform AddComma
           MOVE Num-Value TO Num-Edit
           MOVE ZEROS TO Num-Lead
           INSPECT Num-Edit TALLYING Num-Lead FOR LEADING SPACES
           STRING Num-Edit(Num-Lead + 1:) DELIMITED BY SIZE
               INTO Csv-Line WITH POINTER Csv-Ptr
       Exit.

       WriteRow Section.
           WRITE ExtractRecord FROM Csv-Line
           ADD 1 TO RowCount
       Exit.

       SetUpRunLog Section.
           Move Spaces TO RunLogFile-Path
           ACCEPT RunLogFile-Path FROM ENVIRONMENT "RUN_LOG_FILE"
           IF RunLogFile-Path = Spaces
               MOVE "output/run-log.txt" TO RunLogFile-Path
           END-IF
           Move Spaces TO LogSite
           ACCEPT LogSite FROM ENVIRONMENT "SITE_CODE"
       Exit.

       WriteRunLog Section.
           Open Extend RunLogFile.
           IF NOT RunLogFile-OK
               Exit Section
           END-IF
           MOVE SPACES TO RunLogRecord
           MOVE BusinessDate TO RLog-Date
           MOVE "EXTRACT" TO RLog-Program
           MOVE LogSite TO RLog-Site
           MOVE Log-Severity TO RLog-Severity
           MOVE Log-Message TO RLog-Message
           WRITE RunLogRecord
           CLOSE RunLogFile
       Exit.
