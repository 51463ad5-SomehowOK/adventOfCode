           RECORD KEY IS Master-LocId
           FILE STATUS IS MasterFile-Status.

           select HistoryFile assign to
            DYNAMIC HistoryFile-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Hist-Key
           FILE STATUS IS HistoryFile-Status.

           select TransFile assign to
            DYNAMIC TransFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           05 Master-Name   PIC X(20).
           05 Master-Region PIC X(3).

       FD HistoryFile.
       01 HistoryRecord.
           05 Hist-Key.
               10 Hist-LocId   PIC 9(5).
               10 Hist-EffFrom PIC X(8).
           05 Hist-EffTo         PIC X(8).
           05 Hist-Status        PIC X(1).
           05 Hist-Name          PIC X(20).
           05 Hist-Region        PIC X(3).
           05 Hist-Action        PIC X(1).
           05 Hist-Before-Status PIC X(1).
           05 Hist-Before-Name   PIC X(20).
           05 Hist-Before-Region PIC X(3).
           05 Hist-Stamp         PIC X(14).

       FD TransFile.
       01 TransRecord.
           05 Trans-Action PIC X(1).
       01 MasterFile-Path     PIC X(200).
       01 TransFile-Path      PIC X(200).
       01 MaintAuditFile-Path PIC X(200).
       01 HistoryFile-Path    PIC X(200).

       01 MasterFile-Status PIC XX.
           88 MasterFile-OK        VALUE "00".
       01 MaintAuditFile-Status PIC XX.
           88 MaintAuditFile-OK VALUE "00" "05".

       01 HistoryFile-Status PIC XX.
           88 HistoryFile-OK         VALUE "00".
           88 HistoryFile-EOF        VALUE "10".
           88 HistoryFile-Not-Found  VALUE "35".
           88 HistoryFile-Rec-Missing VALUE "23".

       01 Before-Image.
           05 Before-Status PIC X(1).
           05 Before-Name   PIC X(20).
           05 Before-Region PIC X(3).
       01 Latest-EffFrom PIC X(8).
       01 Latest-Version PIC X(1).
           88 Latest-Was-Found VALUE "Y".
       01 Open-EffTo     PIC X(8) VALUE "99999999".
       01 Baseline-Date  PIC X(8) VALUE "00000000".
       01 PriorDate-N    PIC 9(8).
       01 PriorDate      PIC X(8).
       01 RunDate-N      PIC 9(8).
       01 DateInt        PIC 9(8).
       01 CurrentDate    PIC X(8).
       01 TimeNow        PIC X(8).
       01 HistoryStamp   PIC X(14).
       01 VersionCount   PIC 9(6) VALUE ZEROS.

       01 RunDate        PIC X(8).
       01 TransCount     PIC 9(6) VALUE ZEROS.
       01 AddedCount     PIC 9(6) VALUE ZEROS.
                   TO MaintAuditFile-Path
           END-IF

           Move Spaces TO HistoryFile-Path
           ACCEPT HistoryFile-Path
               FROM ENVIRONMENT "LOCATION_HISTORY"
           IF HistoryFile-Path = Spaces
               MOVE "output/location-history.dat"
                   TO HistoryFile-Path
           END-IF

           Move Spaces TO RunDate
           ACCEPT RunDate FROM ENVIRONMENT "BUSINESS_DATE"
           IF RunDate = Spaces
               ACCEPT RunDate FROM DATE YYYYMMDD
           END-IF
           IF RunDate IS NOT NUMERIC
               Display "ERROR: bad business date: " RunDate
               MOVE 24 TO RETURN-CODE
               Exit Section
           END-IF
           MOVE RunDate TO RunDate-N
           COMPUTE DateInt =
               FUNCTION INTEGER-OF-DATE(RunDate-N) - 1
           COMPUTE PriorDate-N = FUNCTION DATE-OF-INTEGER(DateInt)
           MOVE PriorDate-N TO PriorDate

           Move Spaces TO RunLogFile-Path
           ACCEPT RunLogFile-Path FROM ENVIRONMENT "RUN_LOG_FILE"
               Exit Section
           END-IF

           Open I-O HistoryFile.
           IF HistoryFile-Not-Found
               Display "INFO: creating location history: "
                   HistoryFile-Path
               Open Output HistoryFile
               IF HistoryFile-OK
                   CLOSE HistoryFile
                   Open I-O HistoryFile
               END-IF
           END-IF
           IF NOT HistoryFile-OK
               Display "ERROR: unable to open location history: "
                   HistoryFile-Path " status " HistoryFile-Status
               MOVE 24 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to open location history: "
                   HistoryFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               CLOSE TransFile
               CLOSE MasterFile
               Exit Section
           END-IF

           Open Extend MaintAuditFile.
           IF NOT MaintAuditFile-OK
               Display "ERROR: unable to open maintenance audit: "
               perform WriteRunLog
               CLOSE TransFile
               CLOSE MasterFile
               CLOSE HistoryFile
               Exit Section
           END-IF


           CLOSE TransFile
           CLOSE MasterFile
           CLOSE HistoryFile
           CLOSE MaintAuditFile

           Display "LOCMAINT: transactions read " TransCount
           Display "LOCMAINT: retired  " RetiredCount
           Display "LOCMAINT: changed  " ChangedCount
           Display "LOCMAINT: rejected " RejectedCount
           Display "LOCMAINT: versions " VersionCount
       Exit.

       ApplyTransaction Section.
               INVALID KEY
                   Move "23" TO MasterFile-Status
           END-READ
           IF MasterFile-Rec-Missing
               MOVE SPACES TO Before-Image
           ELSE
               MOVE Master-Status TO Before-Status
               MOVE Master-Name TO Before-Name
               MOVE Master-Region TO Before-Region
           END-IF

           perform FindLatestVersion
           IF Latest-Was-Found AND Latest-EffFrom > RunDate
               MOVE "OUT OF SEQUENCE" TO Maint-Result
               ADD 1 TO RejectedCount
               perform WriteMaintAudit
               Exit Section
           END-IF

           EVALUATE Trans-Action
               WHEN "A"
                   perform ApplyRetireAction
           END-EVALUATE

           IF Maint-Result = "ADDED"
                   OR Maint-Result = "REACTIVATED"
                   OR Maint-Result = "RETIRED"
                   OR Maint-Result = "CHANGED"
               perform PostHistoryVersion
           END-IF

           perform WriteMaintAudit
       Exit.

       FindLatestVersion Section.
           MOVE "N" TO Latest-Version
           MOVE SPACES TO Latest-EffFrom
           MOVE Trans-LocId TO Hist-LocId
           MOVE LOW-VALUES TO Hist-EffFrom
           START HistoryFile KEY IS NOT LESS THAN Hist-Key
               INVALID KEY
                   Exit Section
           END-START
           MOVE "00" TO HistoryFile-Status
           perform until HistoryFile-EOF
               READ HistoryFile NEXT RECORD
                   AT END
                       Move "10" TO HistoryFile-Status
                   NOT AT END
                       IF Hist-LocId = Trans-LocId
                           MOVE "Y" TO Latest-Version
                           MOVE Hist-EffFrom TO Latest-EffFrom
                       ELSE
                           Move "10" TO HistoryFile-Status
                       END-IF
               END-READ
           end-perform
       Exit.

       PostHistoryVersion Section.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT TimeNow FROM TIME
           MOVE SPACES TO HistoryStamp
           STRING CurrentDate TimeNow(1:6)
               DELIMITED BY SIZE INTO HistoryStamp

           IF NOT Latest-Was-Found AND Before-Status NOT = SPACES
               MOVE SPACES TO HistoryRecord
               MOVE Trans-LocId TO Hist-LocId
               MOVE Baseline-Date TO Hist-EffFrom
               MOVE PriorDate TO Hist-EffTo
               MOVE Before-Status TO Hist-Status
               MOVE Before-Name TO Hist-Name
               MOVE Before-Region TO Hist-Region
               MOVE "B" TO Hist-Action
               MOVE HistoryStamp TO Hist-Stamp
               perform WriteHistoryVersion
           END-IF

           IF Latest-Was-Found
               MOVE Trans-LocId TO Hist-LocId
               MOVE Latest-EffFrom TO Hist-EffFrom
               READ HistoryFile
                   INVALID KEY
                       Move "23" TO HistoryFile-Status
               END-READ
               IF HistoryFile-OK AND Hist-EffFrom = RunDate
                   MOVE Master-Status TO Hist-Status
                   MOVE Master-Name TO Hist-Name
                   MOVE Master-Region TO Hist-Region
                   MOVE Trans-Action TO Hist-Action
                   MOVE HistoryStamp TO Hist-Stamp
                   REWRITE HistoryRecord
                       INVALID KEY
                           perform NoteHistoryRewriteFailed
                       NOT INVALID KEY
                           ADD 1 TO VersionCount
                   END-REWRITE
                   Exit Section
               END-IF
               IF HistoryFile-OK
                   MOVE PriorDate TO Hist-EffTo
                   REWRITE HistoryRecord
                       INVALID KEY
                           perform NoteHistoryRewriteFailed
                   END-REWRITE
                   IF NOT HistoryFile-OK
                       Exit Section
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO HistoryRecord
           MOVE Trans-LocId TO Hist-LocId
           MOVE RunDate TO Hist-EffFrom
           MOVE Open-EffTo TO Hist-EffTo
           MOVE Master-Status TO Hist-Status
           MOVE Master-Name TO Hist-Name
           MOVE Master-Region TO Hist-Region
           MOVE Trans-Action TO Hist-Action
           MOVE Before-Status TO Hist-Before-Status
           MOVE Before-Name TO Hist-Before-Name
           MOVE Before-Region TO Hist-Before-Region
           MOVE HistoryStamp TO Hist-Stamp
           perform WriteHistoryVersion
       Exit.

       WriteHistoryVersion Section.
           WRITE HistoryRecord
               INVALID KEY
                   Display "ERROR: history write failed for "
                       Hist-LocId " status " HistoryFile-Status
                   MOVE "ERROR" TO Log-Severity
                   MOVE SPACES TO Log-Message
                   STRING "history write failed for "
                       Hist-LocId " status "
                       HistoryFile-Status
                       DELIMITED BY SIZE INTO Log-Message
                   perform WriteRunLog
                   MOVE 24 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO VersionCount
           END-WRITE
       Exit.

       NoteHistoryRewriteFailed Section.
           Display "ERROR: history rewrite failed for "
               Hist-LocId " from " Hist-EffFrom
               " status " HistoryFile-Status
           MOVE "ERROR" TO Log-Severity
           MOVE SPACES TO Log-Message
           STRING "history rewrite failed for "
               Hist-LocId " from " Hist-EffFrom " status "
               HistoryFile-Status
               DELIMITED BY SIZE INTO Log-Message
           perform WriteRunLog
           MOVE 24 TO RETURN-CODE
       Exit.

       ApplyAddAction Section.
           IF MasterFile-Rec-Missing
               MOVE Trans-LocId TO Master-LocId
