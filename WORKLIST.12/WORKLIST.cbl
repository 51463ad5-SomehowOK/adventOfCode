           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WorklistFile-Status.

           select LocMasterFile assign to
            DYNAMIC LocMasterFile-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LocMaster-LocId
           FILE STATUS IS LocMasterFile-Status.

           select LocHistoryFile assign to
            DYNAMIC LocHistoryFile-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LocHist-Key
           FILE STATUS IS LocHistoryFile-Status.

           select OPTIONAL RunLogFile assign to
            DYNAMIC RunLogFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
       FD WorklistFile.
       01 WorklistRecord PIC X(132).

       FD LocMasterFile.
       01 LocMasterRecord.
           05 LocMaster-LocId  PIC 9(5).
           05 LocMaster-Status PIC X(1).
           05 LocMaster-Date   PIC X(8).
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

       FD RunLogFile.
       01 RunLogRecord.
           05 RLog-Date     PIC X(8).

       working-storage section.
       01 ManifestFile-Path   PIC X(200).
       01 SiteDataDir         PIC X(100).
       01 ExceptionFile-Path  PIC X(200).
       01 CorrectionFile-Path PIC X(200).
       01 StateFile-Path      PIC X(200).
       01 WorklistFile-Path   PIC X(200).
       01 LocMasterFile-Path  PIC X(200).
       01 LocHistoryFile-Path PIC X(200).

       01 ManifestFile-Status PIC XX.
           88 ManifestFile-OK        VALUE "00".
       01 WorklistFile-Status PIC XX.
           88 WorklistFile-OK VALUE "00".

       01 LocMasterFile-Status PIC XX.
           88 LocMasterFile-OK        VALUE "00".
           88 LocMasterFile-Not-Found VALUE "35".

       01 LocHistoryFile-Status PIC XX.
           88 LocHistoryFile-OK        VALUE "00".
           88 LocHistoryFile-EOF       VALUE "10".
           88 LocHistoryFile-Not-Found VALUE "35".

       01 LookupMode PIC X VALUE "N".
           88 Lookup-Is-Active VALUE "Y".
       01 HistoryMode PIC X VALUE "N".
           88 History-Is-Active VALUE "Y".
       01 AsOf-LocId   PIC 9(5).
       01 AsOf-Status  PIC X(1).
       01 AsOf-Name    PIC X(20).
       01 AsOf-Region  PIC X(3).
       01 AsOf-History PIC X(1).
           88 AsOf-Has-History VALUE "Y".
       01 AsOf-Version PIC X(1).
           88 AsOf-Version-Found VALUE "Y".
       01 Image-Ids.
           05 Image-Id1 PIC X(5).
           05 FILLER    PIC X(3).
           05 Image-Id2 PIC X(5).
       01 ResolvedCount PIC 9(6) VALUE ZEROS.

       01 BusinessDate   PIC X(8).
       01 BusinessDate-N PIC 9(8).
       01 PriorDate      PIC X(8).

           perform SetUpRunLog

           Move Spaces TO LocMasterFile-Path
           ACCEPT LocMasterFile-Path
               FROM ENVIRONMENT "LOCATION_MASTER"
           Move Spaces TO LocHistoryFile-Path
           ACCEPT LocHistoryFile-Path
               FROM ENVIRONMENT "LOCATION_HISTORY"
           IF LocHistoryFile-Path = Spaces
               MOVE "output/location-history.dat"
                   TO LocHistoryFile-Path
           END-IF
           IF LocMasterFile-Path NOT = Spaces
               perform OpenLocationFiles
           END-IF

           perform LoadManifest
           perform LoadState

               perform ProcessOneSite
           end-perform
           MOVE SPACES TO LogSite
           IF Lookup-Is-Active
               CLOSE LocMasterFile
           END-IF
           IF History-Is-Active
               CLOSE LocHistoryFile
           END-IF

           perform WriteWorklist
           IF RETURN-CODE NOT = 0
           Display "WORKLIST: exceptions read  " ExceptionsRead
           Display "WORKLIST: recurring open   " RecurringCount
           Display "WORKLIST: entries resolved " DroppedEntCount
           IF Lookup-Is-Active
               Display "WORKLIST: locations as of  " BusinessDate
                   " " ResolvedCount
           END-IF
           IF OverflowCount > ZEROS
               Display "WORKLIST: entries dropped - table full: "
                   OverflowCount

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
           MOVE Site-Code(SiteIndex) TO LogSite
           IF Manifest-Is-Active
               MOVE SPACES TO ExceptionFile-Path
               STRING SiteDataDir DELIMITED BY SPACE
                   "/01-exceptions-" DELIMITED BY SIZE
                   Site-Code(SiteIndex) DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO ExceptionFile-Path
               MOVE SPACES TO CorrectionFile-Path
               STRING SiteDataDir DELIMITED BY SPACE
                   "/01-corrections-" DELIMITED BY SIZE
                   Site-Code(SiteIndex) DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO CorrectionFile-Path
           MOVE Exc-Image TO Ent-Image(EntIndex)
           MOVE Exc-LocName TO Ent-LocName(EntIndex)
           MOVE Exc-Region TO Ent-Region(EntIndex)
           IF Lookup-Is-Active
                   AND Exc-Reason = "UNKNOWN LOCATION"
               perform ResolveExceptionLocation
           END-IF

           perform FindCorrection
           IF Correction-Was-Found
           END-IF
       Exit.

       OpenLocationFiles Section.
           MOVE "N" TO LookupMode
           MOVE "N" TO HistoryMode
           Open Input LocMasterFile.
           IF NOT LocMasterFile-OK
               Display "WARNING: location master not available: "
                   LocMasterFile-Path " status "
                   LocMasterFile-Status
               MOVE "WARNING" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "location master not available: "
                   LocMasterFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           MOVE "Y" TO LookupMode
           Open Input LocHistoryFile.
           IF LocHistoryFile-Not-Found
               Exit Section
           END-IF
           IF NOT LocHistoryFile-OK
               Display "WARNING: location history not available: "
                   LocHistoryFile-Path " status "
                   LocHistoryFile-Status
               MOVE "WARNING" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "location history not available: "
                   LocHistoryFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           MOVE "Y" TO HistoryMode
       Exit.

       ResolveExceptionLocation Section.
           MOVE Exc-Image(1:13) TO Image-Ids
           IF Image-Id1 IS NOT NUMERIC OR Image-Id2 IS NOT NUMERIC
               Exit Section
           END-IF
           MOVE Image-Id1 TO AsOf-LocId
           perform LookupLocationAsOf
           IF AsOf-Status = "A"
               MOVE Image-Id2 TO AsOf-LocId
               perform LookupLocationAsOf
           END-IF
           MOVE AsOf-Name TO Ent-LocName(EntIndex)
           MOVE AsOf-Region TO Ent-Region(EntIndex)
           ADD 1 TO ResolvedCount
       Exit.

       LookupLocationAsOf Section.
           MOVE "N" TO AsOf-Status
           MOVE SPACES TO AsOf-Name
           MOVE SPACES TO AsOf-Region
           MOVE AsOf-LocId TO LocMaster-LocId
           READ LocMasterFile
               INVALID KEY
                   Exit Section
           END-READ
           MOVE LocMaster-Status TO AsOf-Status
           MOVE LocMaster-Name TO AsOf-Name
           MOVE LocMaster-Region TO AsOf-Region
           perform ResolveLocationAsOf
           IF AsOf-Has-History AND NOT AsOf-Version-Found
               MOVE "N" TO AsOf-Status
               MOVE SPACES TO AsOf-Name
               MOVE SPACES TO AsOf-Region
           END-IF
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
                           IF LocHist-EffFrom NOT > BusinessDate
                                   AND LocHist-EffTo NOT < BusinessDate
                               MOVE "Y" TO AsOf-Version
                               MOVE LocHist-Status TO AsOf-Status
                               MOVE LocHist-Name TO AsOf-Name
                               MOVE LocHist-Region TO AsOf-Region
                           END-IF
                       END-IF
               END-READ
           end-perform
       Exit.

       FindEntry Section.
           MOVE "N" TO EntFound
           MOVE 1 TO EntIndex
