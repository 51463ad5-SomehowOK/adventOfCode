       identification division.
       program-id. "NIGHTRUN".
       environment division.
       input-output section.
       file-control.
           select StepControlFile assign to
            DYNAMIC StepControlFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StepControlFile-Status.

           select OPTIONAL StepStatusFile assign to
            DYNAMIC StepStatusFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StepStatusFile-Status.

           select OPTIONAL RunLogFile assign to
            DYNAMIC RunLogFile-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogFile-Status.

       data division.

       FILE SECTION.
       FD StepControlFile.
       01 StepControlRecord.
           05 Ctl-Type     PIC X(4).
           05 FILLER       PIC X(1).
           05 Ctl-Step     PIC X(8).
           05 FILLER       PIC X(1).
           05 Ctl-Detail   PIC X(186).
           05 Ctl-Step-Detail REDEFINES Ctl-Detail.
               10 Ctl-MaxRC    PIC 9(4).
               10 FILLER       PIC X(182).
           05 Ctl-Env-Detail REDEFINES Ctl-Detail.
               10 Ctl-EnvName  PIC X(30).
               10 FILLER       PIC X(1).
               10 Ctl-EnvValue PIC X(155).

       FD StepStatusFile.
       01 StepStatusRecord.
           05 SS-Date     PIC X(8).
           05 FILLER      PIC X(1).
           05 SS-Seq      PIC 9(2).
           05 FILLER      PIC X(1).
           05 SS-Step     PIC X(8).
           05 FILLER      PIC X(1).
           05 SS-Status   PIC X(8).
           05 FILLER      PIC X(1).
           05 SS-RC       PIC 9(4).
           05 FILLER      PIC X(1).
           05 SS-StartTs  PIC X(14).
           05 FILLER      PIC X(1).
           05 SS-EndTs    PIC X(14).

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
       01 StepControlFile-Path PIC X(200).
       01 StepStatusFile-Path  PIC X(200).

       01 StepControlFile-Status PIC XX.
           88 StepControlFile-OK        VALUE "00".
           88 StepControlFile-EOF       VALUE "10".
           88 StepControlFile-Not-Found VALUE "35".

       01 StepStatusFile-Status PIC XX.
           88 StepStatusFile-OK  VALUE "00" "05".
           88 StepStatusFile-EOF VALUE "10".

       01 BusinessDate PIC X(8).
       01 RestartStep  PIC X(8).
       01 ControlMode  PIC X VALUE "N".
           88 Control-File-Is-Active VALUE "Y".

       01 Step-Max    PIC 9(2) VALUE 20.
       01 StepCount   PIC 9(2) VALUE ZEROS.
       01 StepIndex   PIC 9(2).
       01 StartIndex  PIC 9(2).
       01 Step-Table.
           05 Step-Entry OCCURS 20 TIMES.
               10 Step-Name     PIC X(8).
               10 Step-MaxRC    PIC 9(4).
               10 Step-Status   PIC X(8).
               10 Step-RC       PIC 9(4).
               10 Step-StartTs  PIC X(14).
               10 Step-EndTs    PIC X(14).

       01 Default-Steps.
           05 FILLER PIC X(12) VALUE "FEEDGATE0099".
           05 FILLER PIC X(12) VALUE "DRIVER  0008".
           05 FILLER PIC X(12) VALUE "AUDITRPT0008".
           05 FILLER PIC X(12) VALUE "LOCUSAGE0008".
           05 FILLER PIC X(12) VALUE "WORKLIST0008".
           05 FILLER PIC X(12) VALUE "SCORECRD0008".
           05 FILLER PIC X(12) VALUE "TREND   0008".
           05 FILLER PIC X(12) VALUE "PERIODCL0008".
           05 FILLER PIC X(12) VALUE "ARCHIVE 0004".
           05 FILLER PIC X(12) VALUE "EXTRACT 0008".
       01 Default-Steps-R REDEFINES Default-Steps.
           05 Default-Step OCCURS 10 TIMES.
               10 Default-Name  PIC X(8).
               10 Default-MaxRC PIC 9(4).
       01 Default-Max  PIC 9(2) VALUE 10.

       01 Env-Max     PIC 9(3) VALUE 100.
       01 EnvCount    PIC 9(3) VALUE ZEROS.
       01 EnvIndex    PIC 9(3).
       01 Env-Table.
           05 Env-Entry OCCURS 100 TIMES.
               10 Env-Step   PIC X(8).
               10 Env-Name   PIC X(30).
               10 Env-Value  PIC X(155).
               10 Env-Saved  PIC X(200).
       01 Env-Current PIC X(200).
       01 MissingEnvCount PIC 9(3) VALUE ZEROS.

       01 Prior-Max   PIC 9(2) VALUE 20.
       01 PriorCount  PIC 9(2) VALUE ZEROS.
       01 PriorIndex  PIC 9(2).
       01 PriorFound  PIC X.
           88 Prior-Step-Found VALUE "Y".
       01 Prior-Table.
           05 Prior-Entry OCCURS 20 TIMES.
               10 Prior-Step    PIC X(8).
               10 Prior-Status  PIC X(8).
               10 Prior-RC      PIC 9(4).
               10 Prior-StartTs PIC X(14).
               10 Prior-EndTs   PIC X(14).
       01 UnfinishedCount PIC 9(2) VALUE ZEROS.

       01 BadControlCount PIC 9(4) VALUE ZEROS.
       01 Worst-RC     PIC 9(4) VALUE ZEROS.
       01 Call-RC      PIC S9(4) VALUE ZEROS.
       01 RanCount     PIC 9(2) VALUE ZEROS.
       01 SkippedCount PIC 9(2) VALUE ZEROS.
       01 FailedCount  PIC 9(2) VALUE ZEROS.
       01 CurrentDate  PIC X(8).
       01 TimeNow      PIC X(8).
       01 NowStamp     PIC X(14).

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

           Move Spaces TO RunLogFile-Path
           ACCEPT RunLogFile-Path FROM ENVIRONMENT "RUN_LOG_FILE"
           IF RunLogFile-Path = Spaces
               MOVE "output/run-log.txt" TO RunLogFile-Path
           END-IF
           Move Spaces TO LogSite
           DISPLAY "RUN_LOG_FILE" UPON ENVIRONMENT-NAME
           DISPLAY RunLogFile-Path UPON ENVIRONMENT-VALUE
           DISPLAY "BUSINESS_DATE" UPON ENVIRONMENT-NAME
           DISPLAY BusinessDate UPON ENVIRONMENT-VALUE

           Move Spaces TO StepControlFile-Path
           ACCEPT StepControlFile-Path
               FROM ENVIRONMENT "STEP_CONTROL_FILE"
           IF StepControlFile-Path = Spaces
               MOVE "NIGHTRUN.12/steps.txt" TO StepControlFile-Path
           END-IF

           Move Spaces TO StepStatusFile-Path
           ACCEPT StepStatusFile-Path
               FROM ENVIRONMENT "STEP_STATUS_FILE"
           IF StepStatusFile-Path = Spaces
               MOVE "output/step-status.txt" TO StepStatusFile-Path
           END-IF

           Move Spaces TO RestartStep
           ACCEPT RestartStep FROM ENVIRONMENT "RESTART_STEP"

           Display "NIGHTRUN: business date " BusinessDate

           perform LoadStepControl
           IF RETURN-CODE = 24
               Exit Section
           END-IF
           IF BadControlCount > ZEROS
               Display "NIGHTRUN: " BadControlCount " step control "
                   "record(s) rejected - stream not started"
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING BadControlCount " step control record(s) "
                   "rejected - stream not started"
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               MOVE 24 TO RETURN-CODE
               Exit Section
           END-IF

           perform LoadStepStatus
           perform SetStartPoint
           IF RETURN-CODE = 16
               Exit Section
           END-IF

           perform WriteStepStatus

           perform varying StepIndex from StartIndex by 1
                   until StepIndex > StepCount
               perform RunOneStep
           end-perform

           perform DisplayStreamSummary

           MOVE "INFO" TO Log-Severity
           MOVE SPACES TO Log-Message
           STRING "stream ended - ran " RanCount
               " skipped " SkippedCount " failed " FailedCount
               " worst rc " Worst-RC
               DELIMITED BY SIZE INTO Log-Message
           perform WriteRunLog

           MOVE Worst-RC TO RETURN-CODE
       Exit.

       LoadStepControl Section.
           MOVE ZEROS TO StepCount
           MOVE ZEROS TO EnvCount
           Open Input StepControlFile.
           IF StepControlFile-Not-Found
               MOVE "N" TO ControlMode
           ELSE
               IF NOT StepControlFile-OK
                   Display "ERROR: unable to open step control file: "
                       StepControlFile-Path " status "
                       StepControlFile-Status
                   MOVE 24 TO RETURN-CODE
                   MOVE "ERROR" TO Log-Severity
                   MOVE SPACES TO Log-Message
                   STRING "unable to open step control file: "
                       StepControlFile-Path
                       DELIMITED BY SIZE INTO Log-Message
                   perform WriteRunLog
                   Exit Section
               END-IF
               MOVE "Y" TO ControlMode
               perform until StepControlFile-EOF
                   READ StepControlFile
                       AT END
                           Move "10" TO StepControlFile-Status
                       NOT AT END
                           perform LoadOneControl
                   END-READ
               end-perform
               CLOSE StepControlFile
           END-IF
           IF Control-File-Is-Active AND StepCount = ZEROS
                   AND BadControlCount = ZEROS
               Display "ERROR: step control file contains no step "
                   "records: " StepControlFile-Path
               ADD 1 TO BadControlCount
           END-IF
           IF NOT Control-File-Is-Active
               Display "NIGHTRUN: no step control file - running "
                   "the standard stream"
               perform varying StepIndex from 1 by 1
                       until StepIndex > Default-Max
                   ADD 1 TO StepCount
                   MOVE Default-Name(StepIndex)
                       TO Step-Name(StepCount)
                   MOVE Default-MaxRC(StepIndex)
                       TO Step-MaxRC(StepCount)
               end-perform
           END-IF
           perform varying EnvIndex from 1 by 1
                   until EnvIndex > EnvCount
               perform CheckEnvStep
           end-perform
           Display "NIGHTRUN: steps in stream: " StepCount
       Exit.

       LoadOneControl Section.
           IF Ctl-Type = SPACES OR Ctl-Type(1:1) = "*"
               Exit Section
           END-IF
           IF Ctl-Type = "STEP"
               IF Ctl-Step = SPACES OR Ctl-MaxRC IS NOT NUMERIC
                   Display "ERROR: bad step record rejected: "
                       StepControlRecord(1:60)
                   ADD 1 TO BadControlCount
                   Exit Section
               END-IF
               IF StepCount >= Step-Max
                   Display "ERROR: more than " Step-Max
                       " steps - extra step rejected: " Ctl-Step
                   ADD 1 TO BadControlCount
                   Exit Section
               END-IF
               ADD 1 TO StepCount
               MOVE Ctl-Step TO Step-Name(StepCount)
               MOVE Ctl-MaxRC TO Step-MaxRC(StepCount)
               Exit Section
           END-IF
           IF Ctl-Type = "ENV"
               IF Ctl-Step = SPACES OR Ctl-EnvName = SPACES
                   Display "ERROR: bad env record rejected: "
                       StepControlRecord(1:60)
                   ADD 1 TO BadControlCount
                   Exit Section
               END-IF
               IF EnvCount >= Env-Max
                   Display "ERROR: more than " Env-Max
                       " env settings - extra setting rejected: "
                       Ctl-EnvName
                   ADD 1 TO BadControlCount
                   Exit Section
               END-IF
               ADD 1 TO EnvCount
               MOVE Ctl-Step TO Env-Step(EnvCount)
               MOVE Ctl-EnvName TO Env-Name(EnvCount)
               MOVE Ctl-EnvValue TO Env-Value(EnvCount)
               Exit Section
           END-IF
           Display "ERROR: unknown step control record rejected: "
               StepControlRecord(1:60)
           ADD 1 TO BadControlCount
       Exit.

       CheckEnvStep Section.
           MOVE 1 TO StepIndex
           perform until StepIndex > StepCount
                   OR Step-Name(StepIndex) = Env-Step(EnvIndex)
               ADD 1 TO StepIndex
           end-perform
           IF StepIndex > StepCount
               Display "ERROR: env setting " Env-Name(EnvIndex)
                   " names unknown step " Env-Step(EnvIndex)
               ADD 1 TO BadControlCount
           END-IF
       Exit.

       LoadStepStatus Section.
           MOVE ZEROS TO PriorCount
           Open Input StepStatusFile.
           IF NOT StepStatusFile-OK
               Exit Section
           END-IF
           perform until StepStatusFile-EOF
               READ StepStatusFile
                   AT END
                       Move "10" TO StepStatusFile-Status
                   NOT AT END
                       IF SS-Date = BusinessDate
                               AND PriorCount < Prior-Max
                           ADD 1 TO PriorCount
                           MOVE SS-Step TO Prior-Step(PriorCount)
                           MOVE SS-Status TO Prior-Status(PriorCount)
                           MOVE SS-RC TO Prior-RC(PriorCount)
                           MOVE SS-StartTs
                               TO Prior-StartTs(PriorCount)
                           MOVE SS-EndTs TO Prior-EndTs(PriorCount)
                       END-IF
               END-READ
           end-perform
           CLOSE StepStatusFile
       Exit.

       SetStartPoint Section.
           MOVE 1 TO StartIndex
           perform varying StepIndex from 1 by 1
                   until StepIndex > StepCount
               MOVE "PENDING" TO Step-Status(StepIndex)
               MOVE ZEROS TO Step-RC(StepIndex)
               MOVE SPACES TO Step-StartTs(StepIndex)
               MOVE SPACES TO Step-EndTs(StepIndex)
           end-perform

           IF RestartStep = SPACES
               MOVE ZEROS TO UnfinishedCount
               perform varying PriorIndex from 1 by 1
                       until PriorIndex > PriorCount
                   IF Prior-Status(PriorIndex) = "PENDING"
                           OR Prior-Status(PriorIndex) = "RUNNING"
                       ADD 1 TO UnfinishedCount
                   END-IF
               end-perform
               IF UnfinishedCount > ZEROS
                   Display "NIGHTRUN: stream for " BusinessDate
                       " did not finish - run refused"
                   Display "NIGHTRUN: set RESTART_STEP to the step "
                       "to restart from"
                   MOVE "WARNING" TO Log-Severity
                   MOVE SPACES TO Log-Message
                   STRING "stream for " BusinessDate
                       " did not finish - set RESTART_STEP"
                       DELIMITED BY SIZE INTO Log-Message
                   perform WriteRunLog
                   MOVE 16 TO RETURN-CODE
               END-IF
               Exit Section
           END-IF

           MOVE 1 TO StartIndex
           perform until StartIndex > StepCount
                   OR Step-Name(StartIndex) = RestartStep
               ADD 1 TO StartIndex
           end-perform
           IF StartIndex > StepCount
               Display "NIGHTRUN: restart step " RestartStep
                   " is not in the stream - run refused"
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "restart step " RestartStep
                   " is not in the stream - run refused"
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               MOVE 16 TO RETURN-CODE
               Exit Section
           END-IF

           perform varying StepIndex from 1 by 1
                   until StepIndex >= StartIndex
                   OR RETURN-CODE = 16
               perform CarryPriorStep
           end-perform
           IF RETURN-CODE = 16
               Exit Section
           END-IF
           Display "NIGHTRUN: restarting " BusinessDate
               " from step " RestartStep
           MOVE "INFO" TO Log-Severity
           MOVE SPACES TO Log-Message
           STRING "restarting stream from step " RestartStep
               DELIMITED BY SIZE INTO Log-Message
           perform WriteRunLog
       Exit.

       CarryPriorStep Section.
           MOVE "N" TO PriorFound
           MOVE 1 TO PriorIndex
           perform until PriorIndex > PriorCount
                   OR Prior-Step-Found
               IF Prior-Step(PriorIndex) = Step-Name(StepIndex)
                   MOVE "Y" TO PriorFound
               ELSE
                   ADD 1 TO PriorIndex
               END-IF
           end-perform
           IF NOT Prior-Step-Found
                   OR Prior-Status(PriorIndex) = "PENDING"
                   OR Prior-Status(PriorIndex) = "RUNNING"
               Display "NIGHTRUN: step " Step-Name(StepIndex)
                   " did not finish on the prior run - restart "
                   "from " RestartStep " refused"
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "step " Step-Name(StepIndex)
                   " did not finish - restart from " RestartStep
                   " refused"
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               MOVE 16 TO RETURN-CODE
               Exit Section
           END-IF
           MOVE Prior-Status(PriorIndex) TO Step-Status(StepIndex)
           MOVE Prior-RC(PriorIndex) TO Step-RC(StepIndex)
           MOVE Prior-StartTs(PriorIndex) TO Step-StartTs(StepIndex)
           MOVE Prior-EndTs(PriorIndex) TO Step-EndTs(StepIndex)
           IF Step-Status(StepIndex) NOT = "SKIPPED"
                   AND Step-RC(StepIndex) > Worst-RC
               MOVE Step-RC(StepIndex) TO Worst-RC
           END-IF
       Exit.

       RunOneStep Section.
           IF Worst-RC > Step-MaxRC(StepIndex)
               Display "NIGHTRUN: step " Step-Name(StepIndex)
                   " skipped - prior return code " Worst-RC
                   " exceeds " Step-MaxRC(StepIndex)
               MOVE "SKIPPED" TO Step-Status(StepIndex)
               MOVE ZEROS TO Step-RC(StepIndex)
               ADD 1 TO SkippedCount
               MOVE "WARNING" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "step " Step-Name(StepIndex)
                   " skipped - prior rc " Worst-RC
                   " exceeds " Step-MaxRC(StepIndex)
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
               perform WriteStepStatus
               Exit Section
           END-IF

           perform SetStepEnvironment
           perform SetNowStamp
           MOVE NowStamp TO Step-StartTs(StepIndex)
           MOVE SPACES TO Step-EndTs(StepIndex)
           IF MissingEnvCount > ZEROS
               MOVE 24 TO Call-RC
           ELSE
               MOVE "RUNNING" TO Step-Status(StepIndex)
               perform WriteStepStatus
               Display "NIGHTRUN: starting step " Step-Name(StepIndex)
               MOVE 0 TO RETURN-CODE
               CALL Step-Name(StepIndex)
                   ON EXCEPTION
                       Display "ERROR: program " Step-Name(StepIndex)
                           " could not be loaded"
                       MOVE 24 TO RETURN-CODE
               END-CALL
               CANCEL Step-Name(StepIndex)
               MOVE RETURN-CODE TO Call-RC
               MOVE 0 TO RETURN-CODE
               IF Call-RC < 0
                   MOVE 24 TO Call-RC
               END-IF
           END-IF
           perform RestoreStepEnvironment
           perform SetNowStamp
           MOVE NowStamp TO Step-EndTs(StepIndex)
           MOVE Call-RC TO Step-RC(StepIndex)
           ADD 1 TO RanCount
           IF Call-RC = 0
               MOVE "COMPLETE" TO Step-Status(StepIndex)
               MOVE "INFO" TO Log-Severity
           ELSE
               MOVE "FAILED" TO Step-Status(StepIndex)
               ADD 1 TO FailedCount
               MOVE "ERROR" TO Log-Severity
           END-IF
           IF Step-RC(StepIndex) > Worst-RC
               MOVE Step-RC(StepIndex) TO Worst-RC
           END-IF
           Display "NIGHTRUN: step " Step-Name(StepIndex)
               " ended, return code " Step-RC(StepIndex)
           MOVE SPACES TO Log-Message
           STRING "step " Step-Name(StepIndex)
               " ended rc " Step-RC(StepIndex)
               DELIMITED BY SIZE INTO Log-Message
           perform WriteRunLog
           perform WriteStepStatus
       Exit.

       SetStepEnvironment Section.
           MOVE ZEROS TO MissingEnvCount
           perform varying EnvIndex from 1 by 1
                   until EnvIndex > EnvCount
               IF Env-Step(EnvIndex) = Step-Name(StepIndex)
                   perform SetOneEnv
               END-IF
           end-perform
       Exit.

       RestoreStepEnvironment Section.
           perform varying EnvIndex from EnvCount by -1
                   until EnvIndex < 1
               IF Env-Step(EnvIndex) = Step-Name(StepIndex)
                       AND Env-Value(EnvIndex) NOT = SPACES
                   DISPLAY Env-Name(EnvIndex) UPON ENVIRONMENT-NAME
                   DISPLAY Env-Saved(EnvIndex) UPON ENVIRONMENT-VALUE
               END-IF
           end-perform
       Exit.

       SetOneEnv Section.
           IF Env-Value(EnvIndex) NOT = SPACES
               MOVE SPACES TO Env-Saved(EnvIndex)
               DISPLAY Env-Name(EnvIndex) UPON ENVIRONMENT-NAME
               ACCEPT Env-Saved(EnvIndex) FROM ENVIRONMENT-VALUE
               DISPLAY Env-Value(EnvIndex) UPON ENVIRONMENT-VALUE
               Exit Section
           END-IF
           MOVE SPACES TO Env-Current
           DISPLAY Env-Name(EnvIndex) UPON ENVIRONMENT-NAME
           ACCEPT Env-Current FROM ENVIRONMENT-VALUE
           IF Env-Current = SPACES
               ADD 1 TO MissingEnvCount
               Display "ERROR: step " Step-Name(StepIndex)
                   " requires setting " Env-Name(EnvIndex)
               MOVE "ERROR" TO Log-Severity
               MOVE SPACES TO Log-Message
               STRING "step " Step-Name(StepIndex)
                   " requires setting " Env-Name(EnvIndex)
                   DELIMITED BY SIZE INTO Log-Message
               perform WriteRunLog
           END-IF
       Exit.

       SetNowStamp Section.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT TimeNow FROM TIME
           MOVE SPACES TO NowStamp
           STRING CurrentDate TimeNow(1:6)
               DELIMITED BY SIZE INTO NowStamp
       Exit.

       WriteStepStatus Section.
           Open Output StepStatusFile.
           IF NOT StepStatusFile-OK
               Display "NIGHTRUN: unable to write step status: "
                   StepStatusFile-Path " status "
                   StepStatusFile-Status
               Exit Section
           END-IF
           perform varying PriorIndex from 1 by 1
                   until PriorIndex > StepCount
               MOVE SPACES TO StepStatusRecord
               MOVE BusinessDate TO SS-Date
               MOVE PriorIndex TO SS-Seq
               MOVE Step-Name(PriorIndex) TO SS-Step
               MOVE Step-Status(PriorIndex) TO SS-Status
               MOVE Step-RC(PriorIndex) TO SS-RC
               MOVE Step-StartTs(PriorIndex) TO SS-StartTs
               MOVE Step-EndTs(PriorIndex) TO SS-EndTs
               WRITE StepStatusRecord
           end-perform
           CLOSE StepStatusFile
       Exit.

       DisplayStreamSummary Section.
           Display "========================================"
           Display "NIGHTLY STREAM " BusinessDate
           Display "========================================"
           perform varying StepIndex from 1 by 1
                   until StepIndex > StepCount
               Display "  " Step-Name(StepIndex) " "
                   Step-Status(StepIndex) " rc " Step-RC(StepIndex)
           end-perform
           Display "----------------------------------------"
           Display "  Steps run     : " RanCount
           Display "  Steps skipped : " SkippedCount
           Display "  Steps failed  : " FailedCount
           Display "  Worst rc      : " Worst-RC
           Display "========================================"
       Exit.

       WriteRunLog Section.
           Open Extend RunLogFile.
           IF NOT RunLogFile-OK
               Exit Section
           END-IF
           MOVE SPACES TO RunLogRecord
           MOVE BusinessDate TO RLog-Date
           MOVE "NIGHTRUN" TO RLog-Program
           MOVE LogSite TO RLog-Site
           MOVE Log-Severity TO RLog-Severity
           MOVE Log-Message TO RLog-Message
           WRITE RunLogRecord
           CLOSE RunLogFile
       Exit.
