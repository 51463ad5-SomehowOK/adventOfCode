           RECORD KEY IS LocMaster-LocId
           FILE STATUS IS LocMasterFile-Status.

           select LocHistoryFile assign to
            DYNAMIC LocHistoryFile-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LocHist-Key
           FILE STATUS IS LocHistoryFile-Status.

           select ManifestFile assign to
            DYNAMIC ManifestFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           05 LocMaster-Name   PIC X(20).
           05 LocMaster-Region PIC X(3).

       FD LocHistoryFile.
       01 LocHistoryRecord.
           05 LocHist-Key.
               10 LocHist-LocId   PIC 9(5).
               10 LocHist-EffFrom PIC X(8).
           05 LocHist-EffTo         PIC X(8).
           05 LocHist-Status        PIC X(1).
           05 LocHist-Name          PIC X(20).
           05 LocHist-Region        PIC X(3).
           05 LocHist-Action        PIC X(1).
           05 LocHist-Before-Status PIC X(1).
           05 LocHist-Before-Name   PIC X(20).
           05 LocHist-Before-Region PIC X(3).
           05 LocHist-Stamp         PIC X(14).

       FD ManifestFile.
       01 ManifestRecord.
           05 Man-SiteCode PIC X(4).

       working-storage section.
       01 LocMasterFile-Path PIC X(200).
       01 LocHistoryFile-Path PIC X(200).
       01 ManifestFile-Path  PIC X(200).
       01 SiteDataDir        PIC X(100).
       01 ObservedFile-Path  PIC X(200).
       01 ReportFile-Path    PIC X(200).

           88 LocMasterFile-EOF       VALUE "10".
           88 LocMasterFile-Not-Found VALUE "35".

       01 LocHistoryFile-Status PIC XX.
           88 LocHistoryFile-OK        VALUE "00".
           88 LocHistoryFile-EOF       VALUE "10".
           88 LocHistoryFile-Not-Found VALUE "35".

       01 HistoryMode PIC X VALUE "N".
           88 History-Is-Active VALUE "Y".
       01 Baseline-Date PIC X(8) VALUE "00000000".
       01 AsOf-Date    PIC X(8).
       01 AsOf-LocId   PIC 9(5).
       01 AsOf-EffFrom PIC X(8).
       01 AsOf-Status  PIC X(1).
       01 AsOf-Name    PIC X(20).
       01 AsOf-Region  PIC X(3).
       01 AsOf-History PIC X(1).
           88 AsOf-Has-History VALUE "Y".
       01 AsOf-Version PIC X(1).
           88 AsOf-Version-Found VALUE "Y".
       01 NotYetCount  PIC 9(6) VALUE ZEROS.

       01 ManifestFile-Status PIC XX.
           88 ManifestFile-OK        VALUE "00".
           88 ManifestFile-EOF       VALUE "10".
                   TO LocMasterFile-Path
           END-IF

           Move Spaces TO LocHistoryFile-Path
           ACCEPT LocHistoryFile-Path
               FROM ENVIRONMENT "LOCATION_HISTORY"
           IF LocHistoryFile-Path = Spaces
               MOVE "output/location-history.dat"
                   TO LocHistoryFile-Path
           END-IF

           Move Spaces TO ObservedFile-Path
           ACCEPT ObservedFile-Path
               FROM ENVIRONMENT "OBSERVED_FILE_01"
           CLOSE ReportFile

           Display "LOCUSAGE: locations on master  " MasterCount
           IF NotYetCount > ZEROS
               Display "LOCUSAGE: not yet effective    " NotYetCount
           END-IF
           Display "LOCUSAGE: observed ids         "
               ObservedIdCount
           Display "LOCUSAGE: dormant active       " DormantCount

       LoadManifest Section.
           MOVE ZEROS TO SiteCount
           Move Spaces TO SiteDataDir
           ACCEPT SiteDataDir FROM ENVIRONMENT "SITE_DATA_DIR"
           IF SiteDataDir = Spaces
               MOVE "output" TO SiteDataDir
           END-IF
           Move Spaces TO ManifestFile-Path
           ACCEPT ManifestFile-Path FROM ENVIRONMENT "SITE_MANIFEST"
           IF ManifestFile-Path = Spaces
       MergeOneSite Section.
           MOVE Site-Code(SiteIndex) TO LogSite
           MOVE SPACES TO ObservedFile-Path
           STRING SiteDataDir DELIMITED BY SPACE
               "/01-observed-" DELIMITED BY SIZE
               Site-Code(SiteIndex) DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO ObservedFile-Path
               perform WriteRunLog
               Exit Section
           END-IF
           perform OpenLocationHistory
           IF RETURN-CODE = 24
               CLOSE LocMasterFile
               Exit Section
           END-IF
           perform until LocMasterFile-EOF
               READ LocMasterFile
                   AT END
               END-READ
           end-perform
           CLOSE LocMasterFile
           IF History-Is-Active
               CLOSE LocHistoryFile
           END-IF

           MOVE "RETIRED LOCATIONS STILL ARRIVING:" TO HeadLine
           WRITE ReportRecord FROM HeadLine
               ADD 1 TO BadMasterCount
               Exit Section
           END-IF
           MOVE LocMaster-LocId TO AsOf-LocId
           perform ResolveLocationAsOf
           IF AsOf-Has-History
               IF NOT AsOf-Version-Found
                   ADD 1 TO NotYetCount
                   Exit Section
               END-IF
               MOVE AsOf-Status TO LocMaster-Status
               MOVE AsOf-Name TO LocMaster-Name
               MOVE AsOf-Region TO LocMaster-Region
               IF AsOf-EffFrom NOT = Baseline-Date
                   MOVE AsOf-EffFrom TO LocMaster-Date
               END-IF
           END-IF
           ADD 1 TO MasterCount
           MOVE LocMaster-Status
               TO Master-Flag(LocMaster-LocId + 1)
           END-IF
       Exit.

       OpenLocationHistory Section.
           MOVE "N" TO HistoryMode
           MOVE LogDate TO AsOf-Date
           Open Input LocHistoryFile.
           IF LocHistoryFile-Not-Found
               Exit Section
           END-IF
           IF NOT LocHistoryFile-OK
               Display "ERROR: unable to open location history: "
                   LocHistoryFile-Path " status "
                   LocHistoryFile-Status
               MOVE 24 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to open location history: "
                   LocHistoryFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           MOVE "Y" TO HistoryMode
       Exit.

       ResolveLocationAsOf Section.
           MOVE "N" TO AsOf-History
           MOVE "N" TO AsOf-Version
           IF NOT History-Is-Active
               Exit Section
           END-IF
           MOVE AsOf-LocId TO LocHist-LocId
           MOVE LOW-VALUES TO LocHist-EffFrom
           START LocHistoryFile KEY IS NOT LESS THAN LocHist-Key
               INVALID KEY
                   Exit Section
           END-START
           MOVE "00" TO LocHistoryFile-Status
           perform until LocHistoryFile-EOF
               READ LocHistoryFile NEXT RECORD
                   AT END
                       Move "10" TO LocHistoryFile-Status
                   NOT AT END
                       IF LocHist-LocId NOT = AsOf-LocId
                           Move "10" TO LocHistoryFile-Status
                       ELSE
                           MOVE "Y" TO AsOf-History
                           IF LocHist-EffFrom NOT > AsOf-Date
                                   AND LocHist-EffTo NOT < AsOf-Date
                               MOVE "Y" TO AsOf-Version
                               MOVE LocHist-EffFrom TO AsOf-EffFrom
                               MOVE LocHist-Status TO AsOf-Status
                               MOVE LocHist-Name TO AsOf-Name
                               MOVE LocHist-Region TO AsOf-Region
                           END-IF
                       END-IF
               END-READ
           end-perform
       Exit.

       ReportRetiredArrivals Section.
           perform varying RetiredIndex from 1 by 1
                   until RetiredIndex > RetiredHitCount
