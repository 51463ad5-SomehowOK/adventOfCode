       identification division.
       program-id. "RESTORE".
       environment division.
       input-output section.
       file-control.
           select SourceFile assign to
            DYNAMIC SourceFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SourceFile-Status.

           select TargetFile assign to
            DYNAMIC TargetFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TargetFile-Status.

           select CompareFile assign to
            DYNAMIC CompareFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CompareFile-Status.

           select OPTIONAL CatalogFile assign to
            DYNAMIC CatalogFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CatalogFile-Status.

           select OPTIONAL PurgeLogFile assign to
            DYNAMIC PurgeLogFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PurgeLogFile-Status.

           select ManifestFile assign to
            DYNAMIC ManifestFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ManifestFile-Status.

           select ReplayManifestFile assign to
            DYNAMIC ReplayManifestFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReplayManifestFile-Status.

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
       FD SourceFile.
       01 SourceRecord PIC X(600).

       FD TargetFile.
       01 TargetRecord PIC X(600).

       FD CompareFile.
       01 CompareRecord PIC X(600).

       FD CatalogFile.
       01 CatalogRecord.
           05 Cat-Date    PIC X(8).
           05 FILLER      PIC X(1).
           05 Cat-Ts      PIC X(14).
           05 FILLER      PIC X(1).
           05 Cat-Records PIC 9(6).
           05 FILLER      PIC X(1).
           05 Cat-Path    PIC X(100).

       FD PurgeLogFile.
       01 PurgeLogRecord.
           05 Prg-Date    PIC X(8).
           05 FILLER      PIC X(1).
           05 Prg-Ts      PIC X(14).
           05 FILLER      PIC X(1).
           05 Prg-Records PIC 9(6).
           05 FILLER      PIC X(1).
           05 Prg-Path    PIC X(100).
           05 FILLER      PIC X(1).
           05 Prg-PurgeTs PIC X(14).

       FD ManifestFile.
       01 ManifestRecord.
           05 Man-SiteCode PIC X(4).
           05 FILLER       PIC X(1).
           05 Man-Input1   PIC X(96).
           05 FILLER       PIC X(1).
           05 Man-Input2   PIC X(96).

       FD ReplayManifestFile.
       01 ReplayManifestRecord PIC X(80).

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
       01 SourceFile-Path   PIC X(200).
       01 TargetFile-Path   PIC X(200).
       01 CompareFile-Path  PIC X(200).
       01 CatalogFile-Path  PIC X(200).
       01 PurgeLogFile-Path PIC X(200).
       01 ManifestFile-Path PIC X(200).
       01 ReplayManifestFile-Path PIC X(200).
       01 ReportFile-Path   PIC X(200).
       01 RestoreDir        PIC X(100).
       01 RestoreBase       PIC X(100).

       01 SourceFile-Status PIC XX.
           88 SourceFile-OK        VALUE "00".
           88 SourceFile-EOF       VALUE "10".
           88 SourceFile-Not-Found VALUE "35".

       01 TargetFile-Status PIC XX.
           88 TargetFile-OK VALUE "00".

       01 CompareFile-Status PIC XX.
           88 CompareFile-OK        VALUE "00".
           88 CompareFile-EOF       VALUE "10".
           88 CompareFile-Not-Found VALUE "35".

       01 CatalogFile-Status PIC XX.
           88 CatalogFile-OK  VALUE "00" "05".
           88 CatalogFile-EOF VALUE "10".

       01 PurgeLogFile-Status PIC XX.
           88 PurgeLogFile-OK  VALUE "00" "05".
           88 PurgeLogFile-EOF VALUE "10".

       01 ManifestFile-Status PIC XX.
           88 ManifestFile-OK        VALUE "00".
           88 ManifestFile-EOF       VALUE "10".
           88 ManifestFile-Not-Found VALUE "35".

       01 ReplayManifestFile-Status PIC XX.
           88 ReplayManifestFile-OK VALUE "00".

       01 ReportFile-Status PIC XX.
           88 ReportFile-OK VALUE "00".

       01 RestoreDate   PIC X(8).
       01 RestoreSite   PIC X(4).
       01 ReplayFlag    PIC X(1).
           88 Replay-Is-Wanted VALUE "Y".
       01 Search-Key    PIC X(10).
       01 Site-Suffix   PIC X(10).
       01 Suffix-Ptr    PIC 9(3).
       01 Suffix-Len    PIC 9(3).
       01 SiteHits      PIC 9(3).
       01 Path-Work     PIC X(100).
       01 Path-Head     PIC X(100).
       01 Path-Tail     PIC X(60).
       01 EntryWanted   PIC X.
           88 Entry-Is-Wanted VALUE "Y".
       01 CatalogReadFlag PIC X VALUE "N".
           88 Catalog-Unreadable VALUE "Y".
       01 Mkdir-Status  PIC 9(9) COMP-5.
       01 Delete-Status PIC 9(9) COMP-5.

       01 CurrentDate PIC X(8).
       01 TimeNow     PIC X(8).
       01 NowStamp    PIC X(14).

       01 Site-Max   PIC 9(2) VALUE 8.
       01 SiteCount  PIC 9(2) VALUE ZEROS.
       01 SiteIndex  PIC 9(2).
       01 Site-Table.
           05 Site-Entry OCCURS 8 TIMES.
               10 Site-Code PIC X(4).

       01 Ent-Max    PIC 9(3) VALUE 500.
       01 EntCount   PIC 9(3) VALUE ZEROS.
       01 EntIndex   PIC 9(3).
       01 EntFound   PIC X.
           88 Entry-Was-Found VALUE "Y".
       01 Entry-Table.
           05 Ent-Entry OCCURS 500 TIMES.
               10 Ent-Path    PIC X(100).
               10 Ent-Tail    PIC X(60).
               10 Ent-Ts      PIC X(14).
               10 Ent-Records PIC 9(6).
               10 Ent-State   PIC X(1).
               10 Ent-PurgeTs PIC X(14).

       01 Prior-State-Date PIC X(8).
       01 Prior-State-Path PIC X(100).
       01 StateHits        PIC 9(3).

       01 Replay-List.
           05 FILLER PIC X(8)  VALUE "AUDITRPT".
           05 FILLER PIC X(18) VALUE "02-audit-report".
           05 FILLER PIC X(8)  VALUE "LOCUSAGE".
           05 FILLER PIC X(18) VALUE "location-usage".
           05 FILLER PIC X(8)  VALUE "WORKLIST".
           05 FILLER PIC X(18) VALUE "exception-worklist".
       01 Replay-List-R REDEFINES Replay-List.
           05 Replay-Entry OCCURS 3 TIMES.
               10 Replay-Program PIC X(8).
               10 Replay-Stem    PIC X(18).
       01 Replay-Max   PIC 9(1) VALUE 3.

       01 ReplayEnv-List.
           05 FILLER PIC X(20) VALUE "BUSINESS_DATE".
           05 FILLER PIC X(20) VALUE "RUN_LOG_FILE".
           05 FILLER PIC X(20) VALUE "SITE_CODE".
           05 FILLER PIC X(20) VALUE "SITE_DATA_DIR".
           05 FILLER PIC X(20) VALUE "SITE_MANIFEST".
           05 FILLER PIC X(20) VALUE "AUDIT_FILE".
           05 FILLER PIC X(20) VALUE "OBSERVED_FILE_01".
           05 FILLER PIC X(20) VALUE "EXCEPTION_FILE_01".
           05 FILLER PIC X(20) VALUE "CORRECTIONS_FILE_01".
           05 FILLER PIC X(20) VALUE "AUDIT_REPORT_FILE".
           05 FILLER PIC X(20) VALUE "LOCUSAGE_REPORT_FILE".
           05 FILLER PIC X(20) VALUE "WORKLIST_FILE".
           05 FILLER PIC X(20) VALUE "WORKLIST_STATE".
       01 ReplayEnv-List-R REDEFINES ReplayEnv-List.
           05 ReplayEnv-Name PIC X(20) OCCURS 13 TIMES.
       01 ReplayEnv-Saved.
           05 ReplayEnv-Value PIC X(200) OCCURS 13 TIMES.
       01 ReplayEnv-Max   PIC 9(2) VALUE 13.
       01 ReplayEnvIndex  PIC 9(2).
       01 ReplayIndex  PIC 9(1).
       01 Replay-RC    PIC S9(4).
       01 Replay-Result PIC X(40).

       01 CopyCount      PIC 9(6).
       01 CompareCount   PIC 9(6).
       01 DiffCount      PIC 9(6).
       01 Compare-Done   PIC X.
           88 Compare-Is-Done VALUE "Y".
       01 RestoredCount  PIC 9(4) VALUE ZEROS.
       01 MismatchCount  PIC 9(4) VALUE ZEROS.
       01 MissingCount   PIC 9(4) VALUE ZEROS.
       01 PurgedCount    PIC 9(4) VALUE ZEROS.
       01 FailedCount    PIC 9(4) VALUE ZEROS.
       01 ReplayProblems PIC 9(4) VALUE ZEROS.
       01 Entry-Result   PIC X(14).

       01 HeadLine PIC X(132).

       01 Entry-Line.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 EL-Result    PIC X(14).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 EL-Expected  PIC 9(6).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 EL-Restored  PIC 9(6).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 EL-Ts        PIC X(14).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 EL-Path      PIC X(86).

       01 Entry-Columns.
           05 FILLER PIC X(17) VALUE "  RESULT".
           05 FILLER PIC X(7)  VALUE "EXPECT".
           05 FILLER PIC X(7)  VALUE "FOUND".
           05 FILLER PIC X(15) VALUE "ARCHIVED".
           05 FILLER PIC X(12) VALUE "ARCHIVE PATH".

       01 Purge-Line.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 FILLER       PIC X(8) VALUE "PURGED ".
           05 PL-PurgeTs   PIC X(14).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 PL-Records   PIC 9(6).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 PL-Path      PIC X(100).

       01 Replay-Line.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 RL-Program   PIC X(8).
           05 FILLER       PIC X(4) VALUE " RC ".
           05 RL-RC        PIC 9(4).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 RL-Result    PIC X(40).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 RL-Path      PIC X(72).

       01 Total-Line.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 Tot-Label    PIC X(34).
           05 Tot-Count    PIC 9(6).

       01 RunLogFile-Path   PIC X(200).
       01 Replay-RunLog-Path PIC X(200).
       01 RunLogFile-Status PIC XX.
           88 RunLogFile-OK VALUE "00" "05".
       01 LogSite       PIC X(4).
       01 Log-Severity  PIC X(7).
       01 Log-Message   PIC X(80).

       procedure division.
           perform Main
           GOBACK.

       Main section.
           Move Spaces TO RestoreDate
           ACCEPT RestoreDate FROM ENVIRONMENT "RESTORE_DATE"
           IF RestoreDate = Spaces
               ACCEPT RestoreDate FROM ENVIRONMENT "BUSINESS_DATE"
           END-IF

           perform SetUpRunLog

           IF RestoreDate IS NOT NUMERIC
               Display "ERROR: bad or missing restore date: "
                   RestoreDate
               MOVE 24 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "bad or missing restore date: " RestoreDate
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF

           Move Spaces TO RestoreSite
           ACCEPT RestoreSite FROM ENVIRONMENT "RESTORE_SITE"
           MOVE RestoreSite TO LogSite

           Move Spaces TO ReplayFlag
           ACCEPT ReplayFlag FROM ENVIRONMENT "RESTORE_REPLAY"

           Move Spaces TO RestoreDir
           ACCEPT RestoreDir FROM ENVIRONMENT "RESTORE_DIR"
           IF RestoreDir = Spaces
               MOVE "restore" TO RestoreBase
               CALL "CBL_CREATE_DIR" USING RestoreBase
                   RETURNING Mkdir-Status
               STRING "restore/" RestoreDate
                   DELIMITED BY SIZE INTO RestoreDir
           END-IF
           CALL "CBL_CREATE_DIR" USING RestoreDir
               RETURNING Mkdir-Status

           Move Spaces TO CatalogFile-Path
           ACCEPT CatalogFile-Path
               FROM ENVIRONMENT "ARCHIVE_CATALOG"
           IF CatalogFile-Path = Spaces
               MOVE "output/archive-catalog.txt"
                   TO CatalogFile-Path
           END-IF

           Move Spaces TO PurgeLogFile-Path
           ACCEPT PurgeLogFile-Path
               FROM ENVIRONMENT "ARCHIVE_PURGE_LOG"
           IF PurgeLogFile-Path = Spaces
               MOVE "output/archive-purge-log.txt"
                   TO PurgeLogFile-Path
           END-IF

           Move Spaces TO ReportFile-Path
           ACCEPT ReportFile-Path
               FROM ENVIRONMENT "RESTORE_REPORT_FILE"
           IF ReportFile-Path = Spaces
               STRING RestoreDir DELIMITED BY SPACE
                   "/restore-report.txt" DELIMITED BY SIZE
                   INTO ReportFile-Path
           END-IF

           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT TimeNow FROM TIME
           MOVE SPACES TO NowStamp
           STRING CurrentDate TimeNow(1:6)
               DELIMITED BY SIZE INTO NowStamp

           Display "RESTORE: business date " RestoreDate
               " to " RestoreDir
           IF RestoreSite NOT = Spaces
               Display "RESTORE: site " RestoreSite
           END-IF

           MOVE SPACES TO Search-Key
           STRING "/" RestoreDate "-"
               DELIMITED BY SIZE INTO Search-Key
           IF RestoreSite NOT = Spaces
               MOVE SPACES TO Site-Suffix
               MOVE 1 TO Suffix-Ptr
               STRING "-" DELIMITED BY SIZE
                   RestoreSite DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO Site-Suffix WITH POINTER Suffix-Ptr
               COMPUTE Suffix-Len = Suffix-Ptr - 1
           END-IF

           perform LoadManifest
           perform LoadCatalogEntries
           perform LoadPurgedEntries

           Open Output ReportFile.
           IF NOT ReportFile-OK
               Display "ERROR: unable to open restore report: "
                   ReportFile-Path " status " ReportFile-Status
               MOVE 24 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to open restore report: "
                   ReportFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF

           MOVE SPACES TO HeadLine
           STRING "ARCHIVE RESTORE FOR " RestoreDate
               DELIMITED BY SIZE INTO HeadLine
           IF RestoreSite NOT = Spaces
               STRING "ARCHIVE RESTORE FOR " RestoreDate
                   " SITE " RestoreSite
                   DELIMITED BY SIZE INTO HeadLine
           END-IF
           WRITE ReportRecord FROM HeadLine
           MOVE "=================================" TO HeadLine
           WRITE ReportRecord FROM HeadLine
           MOVE SPACES TO HeadLine
           STRING "RESTORE AREA: " RestoreDir
               DELIMITED BY SIZE INTO HeadLine
           WRITE ReportRecord FROM HeadLine

           MOVE SPACES TO HeadLine
           WRITE ReportRecord FROM HeadLine
           MOVE "FILES RESTORED:" TO HeadLine
           WRITE ReportRecord FROM HeadLine
           WRITE ReportRecord FROM Entry-Columns
           perform RestoreEntries

           MOVE SPACES TO HeadLine
           WRITE ReportRecord FROM HeadLine
           MOVE "ENTRIES PURGED UNDER RETENTION:" TO HeadLine
           WRITE ReportRecord FROM HeadLine
           perform ReportPurgedEntries

           IF Replay-Is-Wanted
               MOVE SPACES TO HeadLine
               WRITE ReportRecord FROM HeadLine
               MOVE "REPLAY AGAINST RESTORED SET:" TO HeadLine
               WRITE ReportRecord FROM HeadLine
               IF RestoredCount = ZEROS
                   MOVE "  NOTHING RESTORED - REPLAY NOT RUN"
                       TO HeadLine
                   WRITE ReportRecord FROM HeadLine
               ELSE
                   perform ReplayReports
               END-IF
           END-IF

           MOVE SPACES TO HeadLine
           WRITE ReportRecord FROM HeadLine
           MOVE "TOTALS:" TO HeadLine
           WRITE ReportRecord FROM HeadLine
           MOVE "FILES RESTORED" TO Tot-Label
           MOVE RestoredCount TO Tot-Count
           WRITE ReportRecord FROM Total-Line
           MOVE "COUNT MISMATCHES" TO Tot-Label
           MOVE MismatchCount TO Tot-Count
           WRITE ReportRecord FROM Total-Line
           MOVE "ARCHIVE FILES MISSING" TO Tot-Label
           MOVE MissingCount TO Tot-Count
           WRITE ReportRecord FROM Total-Line
           MOVE "ENTRIES PURGED" TO Tot-Label
           MOVE PurgedCount TO Tot-Count
           WRITE ReportRecord FROM Total-Line
           IF Replay-Is-Wanted
               MOVE "REPLAY DIFFERENCES OR FAILURES" TO Tot-Label
               MOVE ReplayProblems TO Tot-Count
               WRITE ReportRecord FROM Total-Line
           END-IF
           CLOSE ReportFile

           Display "RESTORE: files restored   " RestoredCount
           Display "RESTORE: count mismatches " MismatchCount
           Display "RESTORE: archive missing  " MissingCount
           Display "RESTORE: entries purged   " PurgedCount
           IF Replay-Is-Wanted
               Display "RESTORE: replay problems  " ReplayProblems
           END-IF

           IF Catalog-Unreadable
               Display "RESTORE: archive catalog unreadable"
               MOVE 24 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "archive catalog unreadable - nothing restored "
                   "for " RestoreDate
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           IF EntCount = ZEROS
               Display "RESTORE: no catalog entries for "
                   RestoreDate
               MOVE 20 TO RETURN-CODE
               MOVE "WARNING" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "no archive catalog entries for "
                   RestoreDate
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           IF MismatchCount > ZEROS OR MissingCount > ZEROS
                   OR PurgedCount > ZEROS OR FailedCount > ZEROS
                   OR ReplayProblems > ZEROS
               MOVE 8 TO RETURN-CODE
               MOVE "WARNING" TO Log-Severity
           ELSE
               MOVE "INFO" TO Log-Severity
           END-IF
           MOVE SPACES TO Log-Message
           STRING "restored " RestoredCount " file(s) for "
               RestoreDate ", " MismatchCount " mismatch, "
               MissingCount " missing, " PurgedCount " purged"
               DELIMITED BY SIZE INTO Log-Message
           perform WriteRunLog
       Exit.

       LoadManifest Section.
           MOVE ZEROS TO SiteCount
           Move Spaces TO ManifestFile-Path
           ACCEPT ManifestFile-Path FROM ENVIRONMENT "SITE_MANIFEST"
           IF ManifestFile-Path = Spaces
               MOVE "DRIVER.12/sites.txt" TO ManifestFile-Path
           END-IF
           Open Input ManifestFile.
           IF NOT ManifestFile-OK
               Exit Section
           END-IF
           perform until ManifestFile-EOF
               READ ManifestFile
                   AT END
                       Move "10" TO ManifestFile-Status
                   NOT AT END
                       IF Man-SiteCode NOT = SPACES
                               AND SiteCount < Site-Max
                               AND (RestoreSite = SPACES
                                   OR Man-SiteCode = RestoreSite)
                           ADD 1 TO SiteCount
                           MOVE Man-SiteCode
                               TO Site-Code(SiteCount)
                       END-IF
               END-READ
           end-perform
           CLOSE ManifestFile
       Exit.

       LoadCatalogEntries Section.
           MOVE ZEROS TO EntCount
           MOVE SPACES TO Prior-State-Date
           MOVE SPACES TO Prior-State-Path
           Open Input CatalogFile.
           IF NOT CatalogFile-OK
               Display "ERROR: unable to read archive catalog: "
                   CatalogFile-Path " status " CatalogFile-Status
               MOVE "Y" TO CatalogReadFlag
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to read archive catalog: "
                   CatalogFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           perform until CatalogFile-EOF
               READ CatalogFile
                   AT END
                       Move "10" TO CatalogFile-Status
                   NOT AT END
                       IF Cat-Date = RestoreDate
                           perform NoteCatalogEntry
                       ELSE
                           IF Cat-Date < RestoreDate
                               perform NotePriorState
                           END-IF
                       END-IF
               END-READ
           end-perform
           CLOSE CatalogFile
           Display "RESTORE: catalog entries found " EntCount
       Exit.

       NoteCatalogEntry Section.
           MOVE Cat-Path TO Path-Work
           perform SplitArchivePath
           perform CheckSiteFilter
           IF NOT Entry-Is-Wanted
               Exit Section
           END-IF
           perform FindEntry
           IF NOT Entry-Was-Found
               IF EntCount >= Ent-Max
                   Display "WARNING: restore table full - entry "
                       "dropped: " Cat-Path
                   Exit Section
               END-IF
               ADD 1 TO EntCount
               MOVE EntCount TO EntIndex
           END-IF
           MOVE Cat-Path TO Ent-Path(EntIndex)
           MOVE Path-Tail TO Ent-Tail(EntIndex)
           MOVE Cat-Ts TO Ent-Ts(EntIndex)
           IF Cat-Records IS NUMERIC
               MOVE Cat-Records TO Ent-Records(EntIndex)
           ELSE
               MOVE ZEROS TO Ent-Records(EntIndex)
           END-IF
           MOVE "C" TO Ent-State(EntIndex)
           MOVE SPACES TO Ent-PurgeTs(EntIndex)
       Exit.

       NotePriorState Section.
           MOVE ZEROS TO StateHits
           INSPECT Cat-Path TALLYING StateHits
               FOR ALL "-worklist-state.txt"
           IF StateHits > ZEROS
                   AND Cat-Date NOT < Prior-State-Date
               MOVE Cat-Date TO Prior-State-Date
               MOVE Cat-Path TO Prior-State-Path
           END-IF
       Exit.

       LoadPurgedEntries Section.
           Open Input PurgeLogFile.
           IF NOT PurgeLogFile-OK
               Exit Section
           END-IF
           perform until PurgeLogFile-EOF
               READ PurgeLogFile
                   AT END
                       Move "10" TO PurgeLogFile-Status
                   NOT AT END
                       IF Prg-Date = RestoreDate
                           perform NotePurgedEntry
                       END-IF
               END-READ
           end-perform
           CLOSE PurgeLogFile
       Exit.

       NotePurgedEntry Section.
           MOVE Prg-Path TO Path-Work
           perform SplitArchivePath
           perform CheckSiteFilter
           IF NOT Entry-Is-Wanted
               Exit Section
           END-IF
           MOVE Prg-Path TO Cat-Path
           perform FindEntry
           IF NOT Entry-Was-Found
               IF EntCount >= Ent-Max
                   Exit Section
               END-IF
               ADD 1 TO EntCount
               MOVE EntCount TO EntIndex
           ELSE
               IF Ent-State(EntIndex) = "C"
                       AND Ent-Ts(EntIndex) > Prg-Ts
                   Exit Section
               END-IF
           END-IF
           MOVE Prg-Path TO Ent-Path(EntIndex)
           MOVE Path-Tail TO Ent-Tail(EntIndex)
           MOVE Prg-Ts TO Ent-Ts(EntIndex)
           IF Prg-Records IS NUMERIC
               MOVE Prg-Records TO Ent-Records(EntIndex)
           ELSE
               MOVE ZEROS TO Ent-Records(EntIndex)
           END-IF
           MOVE "P" TO Ent-State(EntIndex)
           MOVE Prg-PurgeTs TO Ent-PurgeTs(EntIndex)
       Exit.

       FindEntry Section.
           MOVE "N" TO EntFound
           MOVE 1 TO EntIndex
           perform until EntIndex > EntCount
                   OR Entry-Was-Found
               IF Ent-Path(EntIndex) = Cat-Path
                   MOVE "Y" TO EntFound
               ELSE
                   ADD 1 TO EntIndex
               END-IF
           end-perform
       Exit.

       SplitArchivePath Section.
           MOVE SPACES TO Path-Tail
           MOVE SPACES TO Path-Head
           UNSTRING Path-Work DELIMITED BY Search-Key
               INTO Path-Head Path-Tail
           END-UNSTRING
           IF Path-Tail = SPACES
               MOVE Path-Work TO Path-Tail
           END-IF
       Exit.

       CheckSiteFilter Section.
           MOVE "Y" TO EntryWanted
           IF RestoreSite = SPACES
               Exit Section
           END-IF
           IF Path-Tail(1:3) NOT = "01-" AND Path-Tail(1:3) NOT = "02-"
               Exit Section
           END-IF
           IF Path-Tail = "02-audit-report.txt"
               Exit Section
           END-IF
           MOVE ZEROS TO SiteHits
           INSPECT Path-Tail TALLYING SiteHits
               FOR ALL Site-Suffix(1:Suffix-Len)
           IF SiteHits = ZEROS
               MOVE "N" TO EntryWanted
           END-IF
       Exit.

       RestoreEntries Section.
           IF Catalog-Unreadable
               MOVE "  NONE - ARCHIVE CATALOG UNREADABLE" TO HeadLine
               WRITE ReportRecord FROM HeadLine
               Exit Section
           END-IF
           IF EntCount = ZEROS
               MOVE "  NONE - NO CATALOG ENTRIES FOR THIS DATE"
                   TO HeadLine
               WRITE ReportRecord FROM HeadLine
               Exit Section
           END-IF
           perform varying EntIndex from 1 by 1
                   until EntIndex > EntCount
               IF Ent-State(EntIndex) = "C"
                   perform RestoreOneEntry
               END-IF
           end-perform
       Exit.

       RestoreOneEntry Section.
           MOVE Ent-Path(EntIndex) TO SourceFile-Path
           MOVE SPACES TO TargetFile-Path
           STRING RestoreDir DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               Ent-Tail(EntIndex) DELIMITED BY SPACE
               INTO TargetFile-Path
           perform CopyOneFile
           EVALUATE TRUE
               WHEN Entry-Result = "MISSING"
                   ADD 1 TO MissingCount
               WHEN Entry-Result = "COPY FAILED"
                   ADD 1 TO FailedCount
               WHEN CopyCount NOT = Ent-Records(EntIndex)
                   MOVE "COUNT MISMATCH" TO Entry-Result
                   ADD 1 TO MismatchCount
                   ADD 1 TO RestoredCount
                   MOVE "WARNING" TO Log-Severity
                   MOVE SPACES TO Log-Message
                   STRING "count mismatch " Ent-Tail(EntIndex)
                       DELIMITED BY SPACE
                       " catalog " Ent-Records(EntIndex)
                       " restored " CopyCount
                       DELIMITED BY SIZE INTO Log-Message
                   perform WriteRunLog
               WHEN OTHER
                   MOVE "RESTORED" TO Entry-Result
                   ADD 1 TO RestoredCount
           END-EVALUATE
           MOVE Entry-Result TO EL-Result
           MOVE Ent-Records(EntIndex) TO EL-Expected
           MOVE CopyCount TO EL-Restored
           MOVE Ent-Ts(EntIndex) TO EL-Ts
           MOVE Ent-Path(EntIndex) TO EL-Path
           WRITE ReportRecord FROM Entry-Line
       Exit.

       ReportPurgedEntries Section.
           perform varying EntIndex from 1 by 1
                   until EntIndex > EntCount
               IF Ent-State(EntIndex) = "P"
                   ADD 1 TO PurgedCount
                   MOVE Ent-PurgeTs(EntIndex) TO PL-PurgeTs
                   MOVE Ent-Records(EntIndex) TO PL-Records
                   MOVE Ent-Path(EntIndex) TO PL-Path
                   WRITE ReportRecord FROM Purge-Line
               END-IF
           end-perform
           IF PurgedCount = ZEROS
               MOVE "  NONE" TO HeadLine
               WRITE ReportRecord FROM HeadLine
           ELSE
               MOVE "WARNING" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING PurgedCount " archive file(s) for "
                   RestoreDate " already purged under retention"
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
           END-IF
       Exit.

       CopyOneFile Section.
           MOVE ZEROS TO CopyCount
           MOVE SPACES TO Entry-Result
           Open Input SourceFile.
           IF SourceFile-Not-Found
               MOVE "MISSING" TO Entry-Result
               Exit Section
           END-IF
           IF NOT SourceFile-OK
               Display "ERROR: unable to read " SourceFile-Path
                   " status " SourceFile-Status
               MOVE "COPY FAILED" TO Entry-Result
               Exit Section
           END-IF
           Open Output TargetFile.
           IF NOT TargetFile-OK
               Display "ERROR: unable to write restore file "
                   TargetFile-Path " status " TargetFile-Status
               MOVE "COPY FAILED" TO Entry-Result
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to write restore file "
                   TargetFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               CLOSE SourceFile
               Exit Section
           END-IF
           perform until SourceFile-EOF
               READ SourceFile
                   AT END
                       Move "10" TO SourceFile-Status
                   NOT AT END
                       WRITE TargetRecord FROM SourceRecord
                       ADD 1 TO CopyCount
               END-READ
           end-perform
           CLOSE SourceFile
           CLOSE TargetFile
       Exit.

       ReplayReports Section.
           perform WriteReplayManifest
           perform SeedReplayState
           perform SaveReplayEnvironment

           MOVE SPACES TO Replay-RunLog-Path
           STRING RestoreDir DELIMITED BY SPACE
               "/replay-run-log.txt" DELIMITED BY SIZE
               INTO Replay-RunLog-Path
           DISPLAY "BUSINESS_DATE" UPON ENVIRONMENT-NAME
           DISPLAY RestoreDate UPON ENVIRONMENT-VALUE
           DISPLAY "RUN_LOG_FILE" UPON ENVIRONMENT-NAME
           DISPLAY Replay-RunLog-Path UPON ENVIRONMENT-VALUE
           DISPLAY "SITE_CODE" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "SITE_DATA_DIR" UPON ENVIRONMENT-NAME
           DISPLAY RestoreDir UPON ENVIRONMENT-VALUE
           DISPLAY "SITE_MANIFEST" UPON ENVIRONMENT-NAME
           DISPLAY ReplayManifestFile-Path UPON ENVIRONMENT-VALUE

           MOVE "AUDIT_FILE" TO Path-Tail
           MOVE "02-audit.txt" TO Path-Head
           perform SetReplayPath
           MOVE "OBSERVED_FILE_01" TO Path-Tail
           MOVE "01-observed.txt" TO Path-Head
           perform SetReplayPath
           MOVE "EXCEPTION_FILE_01" TO Path-Tail
           MOVE "01-exceptions.txt" TO Path-Head
           perform SetReplayPath
           MOVE "CORRECTIONS_FILE_01" TO Path-Tail
           MOVE "01-corrections.txt" TO Path-Head
           perform SetReplayPath
           MOVE "AUDIT_REPORT_FILE" TO Path-Tail
           MOVE "replay-02-audit-report.txt" TO Path-Head
           perform SetReplayPath
           MOVE "LOCUSAGE_REPORT_FILE" TO Path-Tail
           MOVE "replay-location-usage.txt" TO Path-Head
           perform SetReplayPath
           MOVE "WORKLIST_FILE" TO Path-Tail
           MOVE "replay-exception-worklist.txt" TO Path-Head
           perform SetReplayPath
           MOVE "WORKLIST_STATE" TO Path-Tail
           MOVE "replay-worklist-state.txt" TO Path-Head
           perform SetReplayPath

           perform varying ReplayIndex from 1 by 1
                   until ReplayIndex > Replay-Max
               perform ReplayOneProgram
           end-perform

           perform RestoreReplayEnvironment
       Exit.

       SaveReplayEnvironment Section.
           perform varying ReplayEnvIndex from 1 by 1
                   until ReplayEnvIndex > ReplayEnv-Max
               MOVE SPACES TO ReplayEnv-Value(ReplayEnvIndex)
               DISPLAY ReplayEnv-Name(ReplayEnvIndex)
                   UPON ENVIRONMENT-NAME
               ACCEPT ReplayEnv-Value(ReplayEnvIndex)
                   FROM ENVIRONMENT-VALUE
           end-perform
       Exit.

       RestoreReplayEnvironment Section.
           perform varying ReplayEnvIndex from 1 by 1
                   until ReplayEnvIndex > ReplayEnv-Max
               DISPLAY ReplayEnv-Name(ReplayEnvIndex)
                   UPON ENVIRONMENT-NAME
               DISPLAY ReplayEnv-Value(ReplayEnvIndex)
                   UPON ENVIRONMENT-VALUE
           end-perform
       Exit.

       SetReplayPath Section.
           MOVE SPACES TO TargetFile-Path
           STRING RestoreDir DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               Path-Head DELIMITED BY SPACE
               INTO TargetFile-Path
           DISPLAY Path-Tail UPON ENVIRONMENT-NAME
           DISPLAY TargetFile-Path UPON ENVIRONMENT-VALUE
       Exit.

       WriteReplayManifest Section.
           MOVE SPACES TO ReplayManifestFile-Path
           STRING RestoreDir DELIMITED BY SPACE
               "/replay-sites.txt" DELIMITED BY SIZE
               INTO ReplayManifestFile-Path
           CALL "CBL_DELETE_FILE" USING ReplayManifestFile-Path
               RETURNING Delete-Status
           IF SiteCount = ZEROS
               Exit Section
           END-IF
           Open Output ReplayManifestFile.
           IF NOT ReplayManifestFile-OK
               Display "WARNING: unable to write replay manifest: "
                   ReplayManifestFile-Path
               Exit Section
           END-IF
           perform varying SiteIndex from 1 by 1
                   until SiteIndex > SiteCount
               MOVE SPACES TO ReplayManifestRecord
               MOVE Site-Code(SiteIndex) TO ReplayManifestRecord
               WRITE ReplayManifestRecord
           end-perform
           CLOSE ReplayManifestFile
       Exit.

       SeedReplayState Section.
           MOVE SPACES TO TargetFile-Path
           STRING RestoreDir DELIMITED BY SPACE
               "/replay-worklist-state.txt" DELIMITED BY SIZE
               INTO TargetFile-Path
           CALL "CBL_DELETE_FILE" USING TargetFile-Path
               RETURNING Delete-Status
           IF Prior-State-Path = SPACES
               MOVE SPACES TO HeadLine
               STRING "  NO EARLIER WORKLIST STATE ARCHIVED - "
                   "RECURRING DAY COUNTS START FROM ONE"
                   DELIMITED BY SIZE INTO HeadLine
               WRITE ReportRecord FROM HeadLine
               Exit Section
           END-IF
           MOVE Prior-State-Path TO SourceFile-Path
           perform CopyOneFile
           MOVE SPACES TO HeadLine
           IF Entry-Result = SPACES
               STRING "  WORKLIST STATE SEEDED FROM "
                   Prior-State-Path
                   DELIMITED BY SIZE INTO HeadLine
           ELSE
               STRING "  WORKLIST STATE NOT SEEDED - "
                   Entry-Result " " Prior-State-Path
                   DELIMITED BY SIZE INTO HeadLine
           END-IF
           WRITE ReportRecord FROM HeadLine
       Exit.

       ReplayOneProgram Section.
           Display "RESTORE: replaying " Replay-Program(ReplayIndex)
           MOVE 0 TO RETURN-CODE
           CALL Replay-Program(ReplayIndex)
               ON EXCEPTION
                   Display "ERROR: program "
                       Replay-Program(ReplayIndex)
                       " could not be loaded"
                   MOVE 24 TO RETURN-CODE
           END-CALL
           CANCEL Replay-Program(ReplayIndex)
           MOVE RETURN-CODE TO Replay-RC
           MOVE 0 TO RETURN-CODE
           IF Replay-RC < 0
               MOVE 24 TO Replay-RC
           END-IF

           MOVE SPACES TO SourceFile-Path
           STRING RestoreDir DELIMITED BY SPACE
               "/replay-" DELIMITED BY SIZE
               Replay-Stem(ReplayIndex) DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO SourceFile-Path
           MOVE SPACES TO CompareFile-Path
           STRING RestoreDir DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               Replay-Stem(ReplayIndex) DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO CompareFile-Path
           IF Replay-RC > 8
               MOVE "FAILED" TO Replay-Result
               ADD 1 TO ReplayProblems
           ELSE
               IF RestoreSite NOT = SPACES
                   MOVE "NOT COMPARED - SITE FILTER" TO Replay-Result
               ELSE
                   perform CompareReplayOutput
               END-IF
           END-IF

           MOVE Replay-Program(ReplayIndex) TO RL-Program
           MOVE Replay-RC TO RL-RC
           MOVE Replay-Result TO RL-Result
           MOVE SourceFile-Path TO RL-Path
           WRITE ReportRecord FROM Replay-Line
       Exit.

       CompareReplayOutput Section.
           MOVE ZEROS TO CompareCount
           MOVE ZEROS TO DiffCount
           Open Input CompareFile.
           IF NOT CompareFile-OK
               MOVE "NO ARCHIVED COPY TO COMPARE" TO Replay-Result
               Exit Section
           END-IF
           Open Input SourceFile.
           IF NOT SourceFile-OK
               MOVE "NO REPLAY OUTPUT" TO Replay-Result
               ADD 1 TO ReplayProblems
               CLOSE CompareFile
               Exit Section
           END-IF
           MOVE "N" TO Compare-Done
           perform until Compare-Is-Done
               MOVE SPACES TO SourceRecord
               MOVE SPACES TO CompareRecord
               IF NOT SourceFile-EOF
                   READ SourceFile
                       AT END
                           Move "10" TO SourceFile-Status
                           MOVE SPACES TO SourceRecord
                   END-READ
               END-IF
               IF NOT CompareFile-EOF
                   READ CompareFile
                       AT END
                           Move "10" TO CompareFile-Status
                           MOVE SPACES TO CompareRecord
                   END-READ
               END-IF
               IF SourceFile-EOF AND CompareFile-EOF
                   MOVE "Y" TO Compare-Done
               ELSE
                   ADD 1 TO CompareCount
                   IF SourceRecord NOT = CompareRecord
                       ADD 1 TO DiffCount
                   END-IF
               END-IF
           end-perform
           CLOSE SourceFile
           CLOSE CompareFile
           MOVE SPACES TO Replay-Result
           IF DiffCount = ZEROS
               STRING "MATCHES ARCHIVED COPY - " CompareCount
                   " LINES" DELIMITED BY SIZE INTO Replay-Result
           ELSE
               STRING "DIFFERS FROM ARCHIVE - " DiffCount
                   " LINES" DELIMITED BY SIZE INTO Replay-Result
               ADD 1 TO ReplayProblems
           END-IF
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
           MOVE RestoreDate TO RLog-Date
           MOVE "RESTORE" TO RLog-Program
           MOVE LogSite TO RLog-Site
           MOVE Log-Severity TO RLog-Severity
           MOVE Log-Message TO RLog-Message
           WRITE RunLogRecord
           CLOSE RunLogFile
       Exit.
