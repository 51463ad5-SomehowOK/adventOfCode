       identification division.
       program-id. "LOCHIST".
       environment division.
       input-output section.
       file-control.
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

       FD ReportFile.
       01 ReportRecord PIC X(80).

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
       01 LocMasterFile-Path  PIC X(200).
       01 LocHistoryFile-Path PIC X(200).
       01 ReportFile-Path     PIC X(200).

       01 LocMasterFile-Status PIC XX.
           88 LocMasterFile-OK          VALUE "00".
           88 LocMasterFile-Not-Found   VALUE "35".

       01 LocHistoryFile-Status PIC XX.
           88 LocHistoryFile-OK        VALUE "00".
           88 LocHistoryFile-EOF       VALUE "10".
           88 LocHistoryFile-Not-Found VALUE "35".

       01 ReportFile-Status PIC XX.
           88 ReportFile-OK VALUE "00".

       01 RunLogFile-Path   PIC X(200).
       01 RunLogFile-Status PIC XX.
           88 RunLogFile-OK VALUE "00" "05".
       01 LogDate       PIC X(8).
       01 LogSite       PIC X(4).
       01 Log-Severity  PIC X(7).
       01 Log-Message   PIC X(80).

       01 Inquiry-LocId-X PIC X(5).
       01 Inquiry-LocId   PIC 9(5).
       01 AsOf-Date       PIC X(8).

       01 MasterMode PIC X VALUE "N".
           88 Master-Is-Open VALUE "Y".
       01 OnMaster   PIC X VALUE "N".
           88 Location-Is-On-Master VALUE "Y".
       01 HistoryMode PIC X VALUE "N".
           88 History-Is-Active VALUE "Y".

       01 Baseline-Date PIC X(8) VALUE "00000000".
       01 Open-EffTo    PIC X(8) VALUE "99999999".

       01 VersionCount  PIC 9(6) VALUE ZEROS.
       01 ChangeCount   PIC 9(6) VALUE ZEROS.
       01 AsOf-Line-Set PIC X VALUE "N".
           88 AsOf-Was-Found VALUE "Y".
       01 AsOf-Saved    PIC X(80).

       01 HeadLine PIC X(80).

       01 Master-Line.
           05 FILLER       PIC X(17) VALUE "CURRENT MASTER:  ".
           05 Mst-Status   PIC X(1).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 Mst-Name     PIC X(20).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 Mst-Region   PIC X(3).
           05 FILLER       PIC X(14) VALUE " STATUS DATE ".
           05 Mst-Date     PIC X(8).

       01 Column-Line.
           05 FILLER PIC X(20) VALUE "  EFF FROM EFF TO   ".
           05 FILLER PIC X(4)  VALUE "A S ".
           05 FILLER PIC X(21) VALUE "NAME".
           05 FILLER PIC X(11) VALUE "REG  WAS S ".
           05 FILLER PIC X(21) VALUE "NAME".
           05 FILLER PIC X(3)  VALUE "REG".

       01 Version-Line.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 Ver-EffFrom  PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 Ver-EffTo    PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 Ver-Action   PIC X(1).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 Ver-Status   PIC X(1).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 Ver-Name     PIC X(20).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 Ver-Region   PIC X(3).
           05 FILLER       PIC X(6) VALUE "  WAS ".
           05 Ver-Before-Status PIC X(1).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 Ver-Before-Name   PIC X(20).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 Ver-Before-Region PIC X(3).

       01 Total-Line.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 Tot-Label    PIC X(34).
           05 Tot-Count    PIC 9(6).

       procedure division.
           perform Main
           GOBACK.

       Main section.
           Move Spaces TO LocMasterFile-Path
           ACCEPT LocMasterFile-Path
               FROM ENVIRONMENT "LOCATION_MASTER"
           IF LocMasterFile-Path = Spaces
               MOVE "output/location-master.dat"
                   TO LocMasterFile-Path
           END-IF

           Move Spaces TO LocHistoryFile-Path
           ACCEPT LocHistoryFile-Path
               FROM ENVIRONMENT "LOCATION_HISTORY"
           IF LocHistoryFile-Path = Spaces
               MOVE "output/location-history.dat"
                   TO LocHistoryFile-Path
           END-IF

           Move Spaces TO ReportFile-Path
           ACCEPT ReportFile-Path
               FROM ENVIRONMENT "LOCHIST_REPORT_FILE"
           IF ReportFile-Path = Spaces
               MOVE "output/location-history-report.txt"
                   TO ReportFile-Path
           END-IF

           perform SetUpRunLog

           Move Spaces TO Inquiry-LocId-X
           ACCEPT Inquiry-LocId-X FROM ENVIRONMENT "LOCHIST_LOCID"
           IF Inquiry-LocId-X IS NOT NUMERIC
               Display "ERROR: LOCHIST_LOCID must be a 5-digit "
                   "location id: " Inquiry-LocId-X
               MOVE 24 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "bad or missing location id: "
                   Inquiry-LocId-X
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF
           MOVE Inquiry-LocId-X TO Inquiry-LocId

           Move Spaces TO AsOf-Date
           ACCEPT AsOf-Date FROM ENVIRONMENT "LOCHIST_AS_OF"
           IF AsOf-Date NOT = Spaces AND AsOf-Date IS NOT NUMERIC
               Display "ERROR: bad as-of date: " AsOf-Date
               MOVE 24 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "bad as-of date: " AsOf-Date
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               Exit Section
           END-IF

           perform OpenLocationFiles
           IF RETURN-CODE NOT = 0
               Exit Section
           END-IF

           Open Output ReportFile.
           IF NOT ReportFile-OK
               Display "ERROR: unable to open history report: "
                   ReportFile-Path " status " ReportFile-Status
               MOVE 24 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "unable to open history report: "
                   ReportFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               perform CloseLocationFiles
               Exit Section
           END-IF

           MOVE SPACES TO HeadLine
           STRING "LOCATION HISTORY FOR " Inquiry-LocId
               DELIMITED BY SIZE INTO HeadLine
           WRITE ReportRecord FROM HeadLine
           MOVE "==========================" TO HeadLine
           WRITE ReportRecord FROM HeadLine

           perform ReportMasterRecord

           MOVE SPACES TO HeadLine
           WRITE ReportRecord FROM HeadLine
           MOVE "VERSIONS - OLDEST FIRST:" TO HeadLine
           WRITE ReportRecord FROM HeadLine
           MOVE SPACES TO HeadLine
           STRING "  A = B BASELINE  A ADD/REACTIVATE  "
               "C CHANGE  R RETIRE"
               DELIMITED BY SIZE INTO HeadLine
           WRITE ReportRecord FROM HeadLine
           WRITE ReportRecord FROM Column-Line
           perform ReportVersions

           IF AsOf-Date NOT = Spaces
               MOVE SPACES TO HeadLine
               WRITE ReportRecord FROM HeadLine
               MOVE SPACES TO HeadLine
               STRING "IN EFFECT ON " AsOf-Date ":"
                   DELIMITED BY SIZE INTO HeadLine
               WRITE ReportRecord FROM HeadLine
               IF AsOf-Was-Found
                   WRITE ReportRecord FROM AsOf-Saved
               ELSE
                   IF VersionCount = ZEROS
                           AND Location-Is-On-Master
                       MOVE "  NO HISTORY - CURRENT MASTER APPLIES"
                           TO HeadLine
                   ELSE
                       MOVE "  NOT ON MASTER AT THAT DATE"
                           TO HeadLine
                   END-IF
                   WRITE ReportRecord FROM HeadLine
               END-IF
           END-IF

           MOVE SPACES TO HeadLine
           WRITE ReportRecord FROM HeadLine
           MOVE "TOTALS:" TO HeadLine
           WRITE ReportRecord FROM HeadLine
           MOVE "VERSIONS" TO Tot-Label
           MOVE VersionCount TO Tot-Count
           WRITE ReportRecord FROM Total-Line
           MOVE "CHANGES AFTER BASELINE" TO Tot-Label
           MOVE ChangeCount TO Tot-Count
           WRITE ReportRecord FROM Total-Line

           CLOSE ReportFile
           perform CloseLocationFiles

           Display "LOCHIST: location " Inquiry-LocId
           Display "LOCHIST: versions " VersionCount
           IF VersionCount = ZEROS AND NOT Location-Is-On-Master
               Display "LOCHIST: location not found"
               MOVE 20 TO RETURN-CODE
           END-IF
       Exit.

       OpenLocationFiles Section.
           MOVE "N" TO MasterMode
           MOVE "N" TO HistoryMode
           Open Input LocMasterFile.
           IF LocMasterFile-OK
               MOVE "Y" TO MasterMode
           ELSE
               IF NOT LocMasterFile-Not-Found
                   Display "ERROR: unable to open location master: "
                       LocMasterFile-Path " status "
                       LocMasterFile-Status
                   MOVE 24 TO RETURN-CODE
                   MOVE "ERROR" TO Log-Severity
                   MOVE SPACES TO Log-Message
                   STRING "unable to open location master: "
                       LocMasterFile-Path
                       DELIMITED BY SIZE INTO Log-Message
                   perform WriteRunLog
                   Exit Section
               END-IF
           END-IF
           Open Input LocHistoryFile.
           IF LocHistoryFile-OK
               MOVE "Y" TO HistoryMode
           ELSE
               IF NOT LocHistoryFile-Not-Found
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
                   perform CloseLocationFiles
                   Exit Section
               END-IF
           END-IF
           IF NOT Master-Is-Open AND NOT History-Is-Active
               Display "ERROR: no location master or history: "
                   LocMasterFile-Path
               MOVE 20 TO RETURN-CODE
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "location master not found: "
                   LocMasterFile-Path
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
           END-IF
       Exit.

       CloseLocationFiles Section.
           IF Master-Is-Open
               CLOSE LocMasterFile
               MOVE "N" TO MasterMode
           END-IF
           IF History-Is-Active
               CLOSE LocHistoryFile
               MOVE "N" TO HistoryMode
           END-IF
       Exit.

       ReportMasterRecord Section.
           MOVE "N" TO OnMaster
           IF NOT Master-Is-Open
               MOVE "CURRENT MASTER:  NOT AVAILABLE" TO HeadLine
               WRITE ReportRecord FROM HeadLine
               Exit Section
           END-IF
           MOVE Inquiry-LocId TO LocMaster-LocId
           READ LocMasterFile
               INVALID KEY
                   MOVE "CURRENT MASTER:  NOT ON MASTER" TO HeadLine
                   WRITE ReportRecord FROM HeadLine
                   Exit Section
           END-READ
           MOVE "Y" TO OnMaster
           MOVE LocMaster-Status TO Mst-Status
           MOVE LocMaster-Name TO Mst-Name
           MOVE LocMaster-Region TO Mst-Region
           MOVE LocMaster-Date TO Mst-Date
           WRITE ReportRecord FROM Master-Line
       Exit.

       ReportVersions Section.
           MOVE ZEROS TO VersionCount
           MOVE ZEROS TO ChangeCount
           MOVE "N" TO AsOf-Line-Set
           IF NOT History-Is-Active
               MOVE "  NO HISTORY FILE" TO HeadLine
               WRITE ReportRecord FROM HeadLine
               Exit Section
           END-IF
           MOVE Inquiry-LocId TO LocHist-LocId
           MOVE LOW-VALUES TO LocHist-EffFrom
           START LocHistoryFile KEY IS NOT LESS THAN LocHist-Key
               INVALID KEY
                   MOVE "  NONE" TO HeadLine
                   WRITE ReportRecord FROM HeadLine
                   Exit Section
           END-START
           MOVE "00" TO LocHistoryFile-Status
           perform until LocHistoryFile-EOF
               READ LocHistoryFile NEXT RECORD
                   AT END
                       Move "10" TO LocHistoryFile-Status
                   NOT AT END
                       IF LocHist-LocId NOT = Inquiry-LocId
                           Move "10" TO LocHistoryFile-Status
                       ELSE
                           perform ReportOneVersion
                       END-IF
               END-READ
           end-perform
           IF VersionCount = ZEROS
               MOVE "  NONE" TO HeadLine
               WRITE ReportRecord FROM HeadLine
           END-IF
       Exit.

       ReportOneVersion Section.
           ADD 1 TO VersionCount
           IF LocHist-Action NOT = "B"
               ADD 1 TO ChangeCount
           END-IF
           IF LocHist-EffFrom = Baseline-Date
               MOVE "EARLIEST" TO Ver-EffFrom
           ELSE
               MOVE LocHist-EffFrom TO Ver-EffFrom
           END-IF
           IF LocHist-EffTo = Open-EffTo
               MOVE "CURRENT" TO Ver-EffTo
           ELSE
               MOVE LocHist-EffTo TO Ver-EffTo
           END-IF
           MOVE LocHist-Action TO Ver-Action
           MOVE LocHist-Status TO Ver-Status
           MOVE LocHist-Name TO Ver-Name
           MOVE LocHist-Region TO Ver-Region
           MOVE LocHist-Before-Status TO Ver-Before-Status
           MOVE LocHist-Before-Name TO Ver-Before-Name
           MOVE LocHist-Before-Region TO Ver-Before-Region
           WRITE ReportRecord FROM Version-Line
           IF AsOf-Date NOT = Spaces
                   AND LocHist-EffFrom NOT > AsOf-Date
                   AND LocHist-EffTo NOT < AsOf-Date
               MOVE "Y" TO AsOf-Line-Set
               MOVE Version-Line TO AsOf-Saved
           END-IF
       Exit.

       SetUpRunLog Section.
           Move Spaces TO RunLogFile-Path
           ACCEPT RunLogFile-Path FROM ENVIRONMENT "RUN_LOG_FILE"
           IF RunLogFile-Path = Spaces
               MOVE "output/run-log.txt" TO RunLogFile-Path
           END-IF
           Move Spaces TO LogDate
           ACCEPT LogDate FROM ENVIRONMENT "BUSINESS_DATE"
           IF LogDate = Spaces
               ACCEPT LogDate FROM DATE YYYYMMDD
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
           MOVE LogDate TO RLog-Date
           MOVE "LOCHIST" TO RLog-Program
           MOVE LogSite TO RLog-Site
           MOVE Log-Severity TO RLog-Severity
           MOVE Log-Message TO RLog-Message
           WRITE RunLogRecord
           CLOSE RunLogFile
       Exit.
