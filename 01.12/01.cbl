           RECORD KEY IS LocMaster-LocId
           FILE STATUS IS LocMasterFile-Status.

           select LocHistoryFile assign to
            DYNAMIC LocHistoryFile-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LocHist-Key
           FILE STATUS IS LocHistoryFile-Status.

           select ObservedFile assign to
            DYNAMIC ObservedFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogFile-Status.

           select OPTIONAL LedgerFile assign to
            DYNAMIC LedgerFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LedgerFile-Status.

       data division.

       FILE SECTION.
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

       FD ObservedFile.
       01 ObservedRecord.
           05 Obs-Id      PIC 9(5).
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

       working-storage section.
       01 InputFile-Path   PIC X(200).
       01 SummaryFile-Path PIC X(200).
       01 CorrectionFile-Path PIC X(200).
       01 ReconFile-Path      PIC X(200).
       01 LocMasterFile-Path  PIC X(200).
       01 LocHistoryFile-Path PIC X(200).
       01 TotalDistance   PIC 9(32) VALUE ZEROS.
       01 Distance         PIC 9(5).
       01 SimilarityScore  PIC 9(32) VALUE ZEROS.
           88 LocMasterFile-EOF       VALUE "10".
           88 LocMasterFile-Not-Found VALUE "35".

       01 LocHistoryFile-Status PIC XX.
           88 LocHistoryFile-OK        VALUE "00".
           88 LocHistoryFile-EOF       VALUE "10".
           88 LocHistoryFile-Not-Found VALUE "35".

       01 HistoryMode PIC X VALUE "N".
           88 History-Is-Active VALUE "Y".
       01 AsOf-Date    PIC X(8).
       01 AsOf-LocId   PIC 9(5).
       01 AsOf-Status  PIC X(1).
       01 AsOf-Name    PIC X(20).
       01 AsOf-Region  PIC X(3).
       01 AsOf-History PIC X(1).
           88 AsOf-Has-History VALUE "Y".
       01 AsOf-Version PIC X(1).
           88 AsOf-Version-Found VALUE "Y".
       01 AsOfIdCount  PIC 9(6) VALUE ZEROS.

       01 LocValidation PIC X VALUE "N".
           88 Location-Validation-Active VALUE "Y".
       01 Known-Loc-Table.
       01 Log-Severity  PIC X(7).
       01 Log-Message   PIC X(80).

       01 LedgerFile-Path   PIC X(200).
       01 LedgerFile-Status PIC XX.
           88 LedgerFile-OK VALUE "00" "05".
       01 CurrentDate   PIC X(8).
       01 TimeNow       PIC X(8).

       01 Table1.
           05 Table1-Data OCCURS 1 TO 100000 TIMES
                          DEPENDING ON RecordCount PIC 9(5).
           ACCEPT LocMasterFile-Path
               FROM ENVIRONMENT "LOCATION_MASTER"

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
           end-perform
           CLOSE InputFile.
           CLOSE ExceptionFile.
           perform PostLedger

           IF RETURN-CODE = 16
               CLOSE SummaryFile
               perform WriteRunLog
               Exit Section
           END-IF
           perform OpenLocationHistory
           IF RETURN-CODE = 24
               CLOSE LocMasterFile
               Exit Section
           END-IF
           MOVE ALL "N" TO Known-Loc-Table
           MOVE SPACES TO Known-Loc-Names
           MOVE SPACES TO Known-Loc-Regions
                       Move "10" TO LocMasterFile-Status
                   NOT AT END
                       IF LocMaster-LocId IS NUMERIC
                           perform LoadOneLocation
                       END-IF
               END-READ
           end-perform
           CLOSE LocMasterFile
           IF History-Is-Active
               CLOSE LocHistoryFile
           END-IF
           MOVE "Y" TO LocValidation
           Display "Location master loaded: " KnownIdCount
               " entries"
           IF AsOfIdCount > ZEROS
               Display "Location history applied as of " AsOf-Date
                   ": " AsOfIdCount " entries"
           END-IF
       Exit.

       LoadOneLocation Section.
           MOVE LocMaster-LocId TO AsOf-LocId
           MOVE LocMaster-Status TO AsOf-Status
           MOVE LocMaster-Name TO AsOf-Name
           MOVE LocMaster-Region TO AsOf-Region
           perform ResolveLocationAsOf
           IF AsOf-Has-History
               ADD 1 TO AsOfIdCount
               IF NOT AsOf-Version-Found
                   Exit Section
               END-IF
           END-IF
           MOVE AsOf-Status TO Known-Loc-Flag(AsOf-LocId + 1)
           MOVE AsOf-Name TO Known-Loc-Name(AsOf-LocId + 1)
           MOVE AsOf-Region TO Known-Loc-Region(AsOf-LocId + 1)
           ADD 1 TO KnownIdCount
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
                               MOVE LocHist-Status TO AsOf-Status
                               MOVE LocHist-Name TO AsOf-Name
                               MOVE LocHist-Region TO AsOf-Region
                           END-IF
                       END-IF
               END-READ
           end-perform
       Exit.

       LookupLocation Section.
           END-IF
           Move Spaces TO LogSite
           ACCEPT LogSite FROM ENVIRONMENT "SITE_CODE"
           Move Spaces TO LedgerFile-Path
           ACCEPT LedgerFile-Path FROM ENVIRONMENT "CONTROL_LEDGER"
           IF LedgerFile-Path = Spaces
               MOVE "output/control-ledger.txt" TO LedgerFile-Path
           END-IF
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
           MOVE LogDate TO Ldg-Date
           MOVE LogSite TO Ldg-Site
           IF LogSite = SPACES
               MOVE "MAIN" TO Ldg-Site
           END-IF
           MOVE "01" TO Ldg-Program
           MOVE 1 TO Ldg-Feed
           MOVE DetailCount TO Ldg-InCount
           MOVE RecordCount TO Ldg-OutCount
           COMPUTE Ldg-RejCount = BadRecordCount + UnknownIdCount
           MOVE CorrectedCount TO Ldg-AdjCount
           STRING CurrentDate TimeNow(1:6)
               DELIMITED BY SIZE INTO Ldg-Ts
           WRITE LedgerRecord
           CLOSE LedgerFile
           Display "Ledger posted: in " DetailCount
               " out " RecordCount " rejected " Ldg-RejCount
       Exit.

       WriteRunLog Section.
