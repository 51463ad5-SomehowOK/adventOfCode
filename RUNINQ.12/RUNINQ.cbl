       identification division.
       program-id. "RUNINQ".
       environment division.
       input-output section.
       file-control.
           select OPTIONAL RegisterFile assign to
            DYNAMIC RegisterFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RegisterFile-Status.

           select OPTIONAL SiteStatusFile assign to
            DYNAMIC SiteStatusFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SiteStatusFile-Status.

           select OPTIONAL DailyFile assign to
            DYNAMIC DailyFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DailyFile-Status.

           select OPTIONAL RunHistoryFile assign to
            DYNAMIC RunHistoryFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunHistoryFile-Status.

           select OPTIONAL RunLogFile assign to
            DYNAMIC RunLogFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogFile-Status.

           select OPTIONAL StateFile assign to
            DYNAMIC StateFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StateFile-Status.

       data division.

       FILE SECTION.
       FD RegisterFile.
       01 RegisterRecord.
           05 Reg-Date     PIC X(8).
           05 FILLER       PIC X(1).
           05 Reg-StartTs  PIC X(14).
           05 FILLER       PIC X(1).
           05 Reg-EndTs    PIC X(14).
           05 FILLER       PIC X(1).
           05 Reg-RC1      PIC 9(4).
           05 FILLER       PIC X(1).
           05 Reg-RC2      PIC 9(4).
           05 FILLER       PIC X(1).
           05 Reg-RunType  PIC X(5).
           05 FILLER       PIC X(1).
           05 Reg-Status   PIC X(8).

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
       01 DailyRecord PIC X(131).

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

       working-storage section.
       01 RegisterFile-Path   PIC X(200).
       01 SiteStatusFile-Path PIC X(200).
       01 DailyFile-Path      PIC X(200).
       01 RunHistoryFile-Path PIC X(200).
       01 RunLogFile-Path     PIC X(200).
       01 StateFile-Path      PIC X(200).

       01 RegisterFile-Status PIC XX.
           88 RegisterFile-OK  VALUE "00" "05".
           88 RegisterFile-EOF VALUE "10".

       01 SiteStatusFile-Status PIC XX.
           88 SiteStatusFile-OK  VALUE "00" "05".
           88 SiteStatusFile-EOF VALUE "10".

       01 DailyFile-Status PIC XX.
           88 DailyFile-OK  VALUE "00" "05".
           88 DailyFile-EOF VALUE "10".

       01 RunHistoryFile-Status PIC XX.
           88 RunHistoryFile-OK  VALUE "00" "05".
           88 RunHistoryFile-EOF VALUE "10".

       01 RunLogFile-Status PIC XX.
           88 RunLogFile-OK  VALUE "00" "05".
           88 RunLogFile-EOF VALUE "10".

       01 StateFile-Status PIC XX.
           88 StateFile-OK  VALUE "00" "05".
           88 StateFile-EOF VALUE "10".

       01 Inq-Date PIC X(8).
       01 Inq-Site PIC X(4).
       01 InquiryDone PIC X VALUE "N".
           88 Inquiry-Is-Done VALUE "Y".
       01 DrillDone PIC X VALUE "N".
           88 Drill-Is-Done VALUE "Y".

       01 RunCount      PIC 9(3) VALUE ZEROS.
       01 SiteLineCount PIC 9(3) VALUE ZEROS.
       01 SiteSource    PIC X(20).
       01 SiteFound     PIC X VALUE "N".
           88 Site-Was-Found VALUE "Y".
       01 LogLineCount  PIC 9(6) VALUE ZEROS.
       01 ErrorCount    PIC 9(6) VALUE ZEROS.
       01 WarningCount  PIC 9(6) VALUE ZEROS.
       01 OpenItemCount PIC 9(6) VALUE ZEROS.
       01 SeenItemCount PIC 9(6) VALUE ZEROS.
       01 AgedItemCount PIC 9(6) VALUE ZEROS.

       01 Tot-RC1    PIC 9(4).
       01 Tot-RC2    PIC 9(4).
       01 Tot-Bad    PIC 9(9).
       01 Tot-Safe   PIC 9(9).
       01 Tot-Damp   PIC 9(9).
       01 Tot-Skip   PIC 9(9).

       01 Run-Line.
           05 FILLER       PIC X(6) VALUE "  RUN ".
           05 Run-No       PIC ZZ9.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 Run-Type     PIC X(5).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 Run-Status   PIC X(8).
           05 FILLER       PIC X(7) VALUE " START ".
           05 Run-StartTs  PIC X(14).
           05 FILLER       PIC X(5) VALUE " END ".
           05 Run-EndTs    PIC X(14).
           05 FILLER       PIC X(5) VALUE " RC1 ".
           05 Run-RC1      PIC 9(4).
           05 FILLER       PIC X(5) VALUE " RC2 ".
           05 Run-RC2      PIC 9(4).

       01 Site-Heading.
           05 FILLER PIC X(7)  VALUE "  SITE ".
           05 FILLER PIC X(5)  VALUE "RC1  ".
           05 FILLER PIC X(5)  VALUE "RC2  ".
           05 FILLER PIC X(10) VALUE "      BAD ".
           05 FILLER PIC X(10) VALUE "     SAFE ".
           05 FILLER PIC X(10) VALUE " DAMPENED ".
           05 FILLER PIC X(10) VALUE "  SKIPPED ".
           05 FILLER PIC X(6)  VALUE "  NOTE".

       01 Site-Line.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 SL-Site      PIC X(4).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 SL-RC1       PIC 9(4).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 SL-RC2       PIC 9(4).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 SL-Bad       PIC Z(8)9.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 SL-Safe      PIC Z(8)9.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 SL-Damp      PIC Z(8)9.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 SL-Skip      PIC Z(8)9.
           05 FILLER       PIC X(3) VALUE SPACES.
           05 SL-Note      PIC X(12).

       01 Log-Line.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LL-Program   PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LL-Severity  PIC X(7).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LL-Message   PIC X(80).

       procedure division.
           perform Main
           GOBACK.

       Main section.
           perform SetUpPaths

           Display "RUNINQ - NIGHTLY RUN INQUIRY (READ ONLY)"
           Display "========================================"
           MOVE "N" TO InquiryDone
           perform until Inquiry-Is-Done
               Display " "
               Display "BUSINESS DATE YYYYMMDD (BLANK TO END): "
                   WITH NO ADVANCING
               Move Spaces TO Inq-Date
               ACCEPT Inq-Date
               EVALUATE TRUE
                   WHEN Inq-Date = Spaces OR Inq-Date = "END"
                       MOVE "Y" TO InquiryDone
                   WHEN Inq-Date IS NOT NUMERIC
                       Display "  NOT A VALID DATE: " Inq-Date
                   WHEN OTHER
                       perform InquireOneDate
               END-EVALUATE
           end-perform
           Display "RUNINQ: inquiry ended"
       Exit.

       SetUpPaths Section.
           Move Spaces TO RegisterFile-Path
           ACCEPT RegisterFile-Path FROM ENVIRONMENT "RUN_REGISTER"
           IF RegisterFile-Path = Spaces
               MOVE "output/run-register.txt" TO RegisterFile-Path
           END-IF

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

           Move Spaces TO RunHistoryFile-Path
           ACCEPT RunHistoryFile-Path
               FROM ENVIRONMENT "RUN_HISTORY_FILE"
           IF RunHistoryFile-Path = Spaces
               MOVE "output/run-history.txt" TO RunHistoryFile-Path
           END-IF

           Move Spaces TO RunLogFile-Path
           ACCEPT RunLogFile-Path FROM ENVIRONMENT "RUN_LOG_FILE"
           IF RunLogFile-Path = Spaces
               MOVE "output/run-log.txt" TO RunLogFile-Path
           END-IF

           Move Spaces TO StateFile-Path
           ACCEPT StateFile-Path FROM ENVIRONMENT "WORKLIST_STATE"
           IF StateFile-Path = Spaces
               MOVE "output/worklist-state.txt" TO StateFile-Path
           END-IF
       Exit.

       InquireOneDate Section.
           Display " "
           Display "RUN REGISTER FOR " Inq-Date ":"
           perform ShowRegister

           Display " "
           Display "SITE STATUS FOR " Inq-Date ":"
           perform ShowSiteStatus

           MOVE "N" TO DrillDone
           perform until Drill-Is-Done
               Display " "
               Display "SITE TO DRILL INTO (BLANK FOR NEW DATE): "
                   WITH NO ADVANCING
               Move Spaces TO Inq-Site
               ACCEPT Inq-Site
               IF Inq-Site = Spaces
                   MOVE "Y" TO DrillDone
               ELSE
                   perform DrillIntoSite
               END-IF
           end-perform
       Exit.

       ShowRegister Section.
           MOVE ZEROS TO RunCount
           Open Input RegisterFile.
           IF NOT RegisterFile-OK
               Display "  RUN REGISTER NOT AVAILABLE: "
                   RegisterFile-Path " status " RegisterFile-Status
               Exit Section
           END-IF
           perform until RegisterFile-EOF
               READ RegisterFile
                   AT END
                       Move "10" TO RegisterFile-Status
                   NOT AT END
                       IF Reg-Date = Inq-Date
                           ADD 1 TO RunCount
                           MOVE RunCount TO Run-No
                           MOVE Reg-RunType TO Run-Type
                           MOVE Reg-Status TO Run-Status
                           MOVE Reg-StartTs TO Run-StartTs
                           MOVE Reg-EndTs TO Run-EndTs
                           MOVE Reg-RC1 TO Run-RC1
                           MOVE Reg-RC2 TO Run-RC2
                           Display Run-Line
                       END-IF
               END-READ
           end-perform
           CLOSE RegisterFile
           IF RunCount = ZEROS
               Display "  NO RUN REGISTERED FOR THIS DATE"
           END-IF
       Exit.

       ShowSiteStatus Section.
           MOVE ZEROS TO SiteLineCount
           MOVE ZEROS TO Tot-RC1
           MOVE ZEROS TO Tot-RC2
           MOVE ZEROS TO Tot-Bad
           MOVE ZEROS TO Tot-Safe
           MOVE ZEROS TO Tot-Damp
           MOVE ZEROS TO Tot-Skip

           MOVE "SITE STATUS" TO SiteSource
           Open Input SiteStatusFile.
           IF SiteStatusFile-OK
               Display Site-Heading
               perform until SiteStatusFile-EOF
                   READ SiteStatusFile
                       AT END
                           Move "10" TO SiteStatusFile-Status
                       NOT AT END
                           IF Stat-Date = Inq-Date
                               perform ShowSiteLine
                           END-IF
                   END-READ
               end-perform
               CLOSE SiteStatusFile
           END-IF

           IF SiteLineCount = ZEROS
               MOVE "PERIOD DAILY COPY" TO SiteSource
               Open Input DailyFile
               IF DailyFile-OK
                   perform until DailyFile-EOF
                       READ DailyFile
                           AT END
                               Move "10" TO DailyFile-Status
                           NOT AT END
                               MOVE DailyRecord TO SiteStatusRecord
                               IF Stat-Date = Inq-Date
                                   perform ShowSiteLine
                               END-IF
                       END-READ
                   end-perform
                   CLOSE DailyFile
               END-IF
           END-IF

           IF SiteLineCount = ZEROS
               Display "  NO SITE STATUS HELD FOR THIS DATE"
               Exit Section
           END-IF
           MOVE "ALL" TO SL-Site
           MOVE Tot-RC1 TO SL-RC1
           MOVE Tot-RC2 TO SL-RC2
           MOVE Tot-Bad TO SL-Bad
           MOVE Tot-Safe TO SL-Safe
           MOVE Tot-Damp TO SL-Damp
           MOVE Tot-Skip TO SL-Skip
           MOVE "TOTAL" TO SL-Note
           Display Site-Line
           Display "  SOURCE: " SiteSource
           perform ShowRunHistory
       Exit.

       ShowSiteLine Section.
           IF Stat-RC1 IS NOT NUMERIC OR Stat-RC2 IS NOT NUMERIC
                   OR Stat-BadRecordCount IS NOT NUMERIC
                   OR Stat-Safe IS NOT NUMERIC
                   OR Stat-SafeWithDampener IS NOT NUMERIC
                   OR Stat-SkippedReports IS NOT NUMERIC
               Exit Section
           END-IF
           ADD 1 TO SiteLineCount
           MOVE Stat-Site TO SL-Site
           MOVE Stat-RC1 TO SL-RC1
           MOVE Stat-RC2 TO SL-RC2
           MOVE Stat-BadRecordCount TO SL-Bad
           MOVE Stat-Safe TO SL-Safe
           MOVE Stat-SafeWithDampener TO SL-Damp
           MOVE Stat-SkippedReports TO SL-Skip
           MOVE Stat-Note TO SL-Note
           Display Site-Line
           IF Stat-RC1 > Tot-RC1
               MOVE Stat-RC1 TO Tot-RC1
           END-IF
           IF Stat-RC2 > Tot-RC2
               MOVE Stat-RC2 TO Tot-RC2
           END-IF
           ADD Stat-BadRecordCount TO Tot-Bad
           ADD Stat-Safe TO Tot-Safe
           ADD Stat-SafeWithDampener TO Tot-Damp
           ADD Stat-SkippedReports TO Tot-Skip
       Exit.

       ShowRunHistory Section.
           Open Input RunHistoryFile.
           IF NOT RunHistoryFile-OK
               Exit Section
           END-IF
           MOVE "N" TO SiteFound
           perform until RunHistoryFile-EOF
               READ RunHistoryFile
                   AT END
                       Move "10" TO RunHistoryFile-Status
                   NOT AT END
                       IF Hist-Date = Inq-Date
                           MOVE "Y" TO SiteFound
                           MOVE "RUN" TO SL-Site
                           MOVE Hist-RC1 TO SL-RC1
                           MOVE Hist-RC2 TO SL-RC2
                           MOVE Hist-BadRecordCount TO SL-Bad
                           MOVE Hist-Safe TO SL-Safe
                           MOVE Hist-SafeWithDampener TO SL-Damp
                           MOVE Hist-SkippedReports TO SL-Skip
                           MOVE "RUN HISTORY" TO SL-Note
                       END-IF
               END-READ
           end-perform
           CLOSE RunHistoryFile
           IF Site-Was-Found
               Display Site-Line
           END-IF
       Exit.

       DrillIntoSite Section.
           Display " "
           Display "RUN LOG ERRORS AND WARNINGS FOR " Inq-Site
               " ON " Inq-Date ":"
           perform ShowSiteLog
           Display " "
           Display "OPEN WORKLIST ITEMS FOR " Inq-Site ":"
           perform CountWorklist
       Exit.

       ShowSiteLog Section.
           MOVE ZEROS TO LogLineCount
           MOVE ZEROS TO ErrorCount
           MOVE ZEROS TO WarningCount
           Open Input RunLogFile.
           IF NOT RunLogFile-OK
               Display "  RUN LOG NOT AVAILABLE: " RunLogFile-Path
                   " status " RunLogFile-Status
               Exit Section
           END-IF
           perform until RunLogFile-EOF
               READ RunLogFile
                   AT END
                       Move "10" TO RunLogFile-Status
                   NOT AT END
                       IF RLog-Date = Inq-Date
                               AND RLog-Site = Inq-Site
                               AND (RLog-Severity = "ERROR"
                                   OR RLog-Severity = "WARNING")
                           ADD 1 TO LogLineCount
                           IF RLog-Severity = "ERROR"
                               ADD 1 TO ErrorCount
                           ELSE
                               ADD 1 TO WarningCount
                           END-IF
                           MOVE RLog-Program TO LL-Program
                           MOVE RLog-Severity TO LL-Severity
                           MOVE RLog-Message TO LL-Message
                           Display Log-Line
                       END-IF
               END-READ
           end-perform
           CLOSE RunLogFile
           IF LogLineCount = ZEROS
               Display "  NONE"
           ELSE
               Display "  ERRORS " ErrorCount "  WARNINGS "
                   WarningCount
           END-IF
       Exit.

       CountWorklist Section.
           MOVE ZEROS TO OpenItemCount
           MOVE ZEROS TO SeenItemCount
           MOVE ZEROS TO AgedItemCount
           Open Input StateFile.
           IF NOT StateFile-OK
               Display "  WORKLIST STATE NOT AVAILABLE: "
                   StateFile-Path " status " StateFile-Status
               Exit Section
           END-IF
           perform until StateFile-EOF
               READ StateFile
                   AT END
                       Move "10" TO StateFile-Status
                   NOT AT END
                       IF St-Site = Inq-Site
                               AND St-FirstDate NOT > Inq-Date
                           ADD 1 TO OpenItemCount
                           IF St-LastDate = Inq-Date
                               ADD 1 TO SeenItemCount
                           END-IF
                           IF St-Days IS NUMERIC AND St-Days > 1
                               ADD 1 TO AgedItemCount
                           END-IF
                       END-IF
               END-READ
           end-perform
           CLOSE StateFile
           Display "  OPEN ITEMS        " OpenItemCount
           Display "  SEEN ON THIS DATE " SeenItemCount
           Display "  RECURRING         " AgedItemCount
       Exit.
