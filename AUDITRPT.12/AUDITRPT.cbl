       01 AuditFile-Path  PIC X(200).
       01 ReportFile-Path PIC X(200).
       01 ManifestFile-Path PIC X(200).
       01 SiteDataDir       PIC X(100).

       01 AuditFile-Status   PIC XX.
           88 AuditFile-OK        VALUE "00".

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
       AnalyseOneSite Section.
           MOVE Site-Code(SiteIndex) TO LogSite
           MOVE SPACES TO AuditFile-Path
           STRING SiteDataDir DELIMITED BY SPACE
               "/02-audit-" DELIMITED BY SIZE
               Site-Code(SiteIndex) DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO AuditFile-Path
