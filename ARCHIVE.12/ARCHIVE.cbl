           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CatalogFile-Status.

           select OPTIONAL PurgeLogFile assign to
            DYNAMIC PurgeLogFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PurgeLogFile-Status.

           select ManifestFile assign to
            DYNAMIC ManifestFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
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
       01 SourceFile-Path  PIC X(200).
       01 TargetFile-Path  PIC X(200).
       01 CatalogFile-Path PIC X(200).
       01 PurgeLogFile-Path PIC X(200).
       01 ManifestFile-Path PIC X(200).
       01 HistoryFile-Path PIC X(200).
       01 ArchiveDir       PIC X(100).
           88 CatalogFile-OK  VALUE "00" "05".
           88 CatalogFile-EOF VALUE "10".

       01 PurgeLogFile-Status PIC XX.
           88 PurgeLogFile-OK VALUE "00" "05".
       01 PurgeLogMode PIC X VALUE "N".
           88 PurgeLog-Is-Open VALUE "Y".
           88 PurgeLog-Failed  VALUE "E".
       01 PurgeLogged  PIC X VALUE "N".
           88 Purge-Was-Logged VALUE "Y".

       01 ManifestFile-Status PIC XX.
           88 ManifestFile-OK        VALUE "00".
           88 ManifestFile-EOF       VALUE "10".
           05 FILLER PIC X(18) VALUE "run-register".
           05 FILLER PIC X(18) VALUE "run-log".
           05 FILLER PIC X(18) VALUE "site-status".
           05 FILLER PIC X(18) VALUE "control-balance".
           05 FILLER PIC X(18) VALUE "missing-feeds".
           05 FILLER PIC X(18) VALUE "duplicate-feeds".
           05 FILLER PIC X(18) VALUE "worklist-state".
       01 Global-List-R REDEFINES Global-List.
           05 Global-Name OCCURS 13 TIMES PIC X(18).
       01 Global-Max  PIC 9(2) VALUE 13.
       01 GlobalIndex PIC 9(2).

       01 Work-Stem    PIC X(40).
                   TO CatalogFile-Path
           END-IF

           Move Spaces TO PurgeLogFile-Path
           ACCEPT PurgeLogFile-Path
               FROM ENVIRONMENT "ARCHIVE_PURGE_LOG"
           IF PurgeLogFile-Path = Spaces
               MOVE "output/archive-purge-log.txt"
                   TO PurgeLogFile-Path
           END-IF

           Move Spaces TO HistoryFile-Path
           ACCEPT HistoryFile-Path
               FROM ENVIRONMENT "RUN_HISTORY_FILE"
           Display "ARCHIVE: archives purged " PurgedCount
           IF FailedCount > ZEROS
               Display "ARCHIVE: files failed   " FailedCount
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE "INFO" TO Log-Severity
           MOVE SPACES TO Log-Message
       Exit.

       PurgeOldArchives Section.
           MOVE "N" TO PurgeLogMode
           perform varying CatIndex from 1 by 1
                   until CatIndex > CatCount
               IF CatTab-Date(CatIndex) < CutoffDate
                   perform WritePurgeLog
                   IF Purge-Was-Logged
                       perform PurgeOneArchive
                   END-IF
               END-IF
           end-perform
           IF PurgeLog-Is-Open
               CLOSE PurgeLogFile
           END-IF
       Exit.

       PurgeOneArchive Section.
           MOVE CatTab-Path(CatIndex) TO TargetFile-Path
           CALL "CBL_DELETE_FILE" USING TargetFile-Path
               RETURNING Delete-Status
           IF Delete-Status = ZEROS
               ADD 1 TO PurgedCount
           ELSE
               Display "WARNING: unable to delete archive "
                   "file: " TargetFile-Path
           END-IF
           MOVE "N" TO CatTab-Keep(CatIndex)
       Exit.

       WritePurgeLog Section.
           MOVE "N" TO PurgeLogged
           IF PurgeLog-Failed
               Exit Section
           END-IF
           IF NOT PurgeLog-Is-Open
               Open Extend PurgeLogFile
               IF NOT PurgeLogFile-OK
                   Display "ERROR: unable to write purge log: "
                       PurgeLogFile-Path " status "
                       PurgeLogFile-Status
                   MOVE "ERROR" TO Log-Severity
                   MOVE SPACES TO Log-Message
                   STRING "unable to write purge log - "
                       "nothing purged: " PurgeLogFile-Path
                       DELIMITED BY SIZE INTO Log-Message
                   perform WriteRunLog
                   MOVE "E" TO PurgeLogMode
                   MOVE 24 TO RETURN-CODE
                   Exit Section
               END-IF
               MOVE "Y" TO PurgeLogMode
           END-IF
           MOVE SPACES TO PurgeLogRecord
           MOVE CatTab-Date(CatIndex) TO Prg-Date
           MOVE CatTab-Ts(CatIndex) TO Prg-Ts
           MOVE CatTab-Records(CatIndex) TO Prg-Records
           MOVE CatTab-Path(CatIndex) TO Prg-Path
           MOVE NowStamp TO Prg-PurgeTs
           WRITE PurgeLogRecord
           IF NOT PurgeLogFile-OK
               Display "ERROR: unable to write purge log record: "
                   PurgeLogFile-Path " status "
                   PurgeLogFile-Status
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to log purge - archive kept: "
                   CatTab-Path(CatIndex)
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               MOVE 24 TO RETURN-CODE
               Exit Section
           END-IF
           MOVE "Y" TO PurgeLogged
       Exit.

       WriteCatalog Section.
