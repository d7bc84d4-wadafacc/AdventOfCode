IDENTIFICATION DIVISION.
PROGRAM-ID. JobStrm.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StreamCfgFile ASSIGN TO 'jobstrm.cfg'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS StreamCfgFileStatus.
    SELECT StepLogFile ASSIGN TO 'steplog.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS StepLogFileStatus.
    SELECT StreamLockFile ASSIGN TO 'jobstrm.lck'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS StreamLockFileStatus.
    SELECT RunLogFile ASSIGN TO 'runlog.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RunLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD StreamCfgFile.
01 StreamCfgRec PIC X(200).

FD StepLogFile.
01 StepLogRec PIC X(132).

FD StreamLockFile.
01 StreamLockRec PIC X(40).

FD RunLogFile.
01 RunLogRec PIC X(150).

WORKING-STORAGE SECTION.
01 StreamCfgFileStatus  PIC XX.
01 StepLogFileStatus    PIC XX.
01 StreamLockFileStatus PIC XX.
01 RunLogFileStatus     PIC XX.
01 CfgEOF               PIC X VALUE 'N'.
01 LogEOF               PIC X VALUE 'N'.
01 RunLogEOF            PIC X VALUE 'N'.

01 StreamCurrentDate    PIC X(21).
01 StreamId             PIC X(14) VALUE SPACES.
01 DayRunId             PIC X(14) VALUE SPACES.
01 StreamRc             PIC 9(3) VALUE 0.
01 StreamStopped        PIC X VALUE 'N'.
01 FailedIdx            PIC 9(3) VALUE 0.
01 Resuming             PIC X VALUE 'N'.
01 LockHeld             PIC X VALUE 'N'.
01 RefuseNote           PIC X(80) VALUE SPACES.
01 LockCheckName        PIC X(20).
01 LockFileInfo         PIC X(16).

*> jobstrm.cfg holds one line per step, in the order they run:
*>
*>   <step> <command> [OK=rc,rc...] [<earlier step>=rc,rc...]...
*>
*> OK= lists the return codes that count as the step finishing
*> (default 0 only); any other code stops the stream and the next
*> run resumes at that step. Each <earlier step>= rule lists the
*> return codes of that earlier step under which this step runs;
*> if any rule is not met, or the earlier step was itself skipped,
*> the step is skipped. Lines starting with * are comments.
*> The nightly chain reads:
*>
*>   DAYTWO    ./day-2       OK=0,1,2,4
*>   EXCRECYC  ./exc-recyc   DAYTWO=0,1,2,4
*>   REWORKADV ./rework-adv  DAYTWO=0,1,2,4
*>   FLDMAINT  ./fld-maint   OK=0,4
*>   ORDAGE    ./ord-age
*>   TRENDRPT  ./trend-rpt   DAYTWO=0,1,2,4
*>   SRCTREND  ./src-trend   DAYTWO=0,1,2,4
*>
*> DayTwo RC 3 (preflight failed) and 5 (nothing processed) are not
*> in its OK list, so they stop the stream before anything reads the
*> day's outputs.
01 CfgLineNo            PIC 9(5) VALUE 0.
01 CfgError             PIC X VALUE 'N'.
01 CfgErrorNote         PIC X(80) VALUE SPACES.
01 CfgTokCount          PIC 9(3) VALUE 0.
01 CfgTokIdx            PIC 9(3) VALUE 0.
01 CfgTokTable.
    05 CfgTok OCCURS 10 TIMES PIC X(80).
01 RuleName             PIC X(10).
01 RuleList             PIC X(60).
01 RcListLen            PIC 9(3) VALUE 0.
01 RcPtr                PIC 9(3) VALUE 0.
01 RcTok                PIC X(10).
01 RcListCount          PIC 9(3) VALUE 0.
01 RcListTable.
    05 RcListRc OCCURS 8 TIMES PIC 9(3).
01 RcIdx                PIC 9(3) VALUE 0.
01 RcFound              PIC X VALUE 'N'.

01 StepCount            PIC 9(3) VALUE 0.
01 StepIdx              PIC 9(3) VALUE 0.
01 PriorIdx             PIC 9(3) VALUE 0.
01 RuleIdx              PIC 9(3) VALUE 0.
01 StepTable.
    05 StepEntry OCCURS 20 TIMES.
        10 StepName         PIC X(10).
        10 StepCmd          PIC X(80).
        10 StepOkCount      PIC 9(3).
        10 StepOkRc OCCURS 8 TIMES PIC 9(3).
        10 StepRuleCount    PIC 9(3).
        10 StepRule OCCURS 4 TIMES.
            15 RulePrior        PIC 9(3).
            15 RuleRcCount      PIC 9(3).
            15 RuleRc OCCURS 8 TIMES PIC 9(3).
        *> P pending, D done, S skipped, F failed
        10 StepState        PIC X.
        10 StepRc           PIC 9(3).
        10 StepKept         PIC X.

01 RunThisStep          PIC X VALUE 'Y'.
01 SkipNote             PIC X(50) VALUE SPACES.
01 RcDisp               PIC ZZ9.
01 CmdLine              PIC X(81).
01 CmdRc                PIC S9(9) VALUE 0.

*> What the step log says about the most recent stream, used to
*> decide whether this run resumes it.
01 LastStreamId         PIC X(14) VALUE SPACES.
01 LastStreamDone       PIC X VALUE 'N'.
01 LastDayRunId         PIC X(14) VALUE SPACES.
01 LogStepCount         PIC 9(3) VALUE 0.
01 LogStepIdx           PIC 9(3) VALUE 0.
01 LogStepTable.
    05 LogStepEntry OCCURS 20 TIMES.
        10 LogStepName      PIC X(10).
        10 LogStepState     PIC X.
        10 LogStepRc        PIC 9(3).

01 StepLogLine.
    05 SlgStreamId      PIC X(14).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 SlgRunId         PIC X(14).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 SlgStep          PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 SlgEvent         PIC X(5).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 SlgTs            PIC X(14).
    05 FILLER           PIC X(4) VALUE ' RC '.
    05 SlgRc            PIC ZZ9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 SlgNote          PIC X(50).
01 StepLogIn.
    05 SliStreamId      PIC X(14).
    05 FILLER           PIC X(2).
    05 SliRunId         PIC X(14).
    05 FILLER           PIC X(2).
    05 SliStep          PIC X(10).
    05 FILLER           PIC X(2).
    05 SliEvent         PIC X(5).
    05 FILLER           PIC X(2).
    05 SliTs            PIC X(14).
    05 FILLER           PIC X(4).
    05 SliRc            PIC X(3).
    05 FILLER           PIC X(2).
    05 SliNote          PIC X(50).

*> Runlog START record, as DayTwo writes it.
01 RunLogStartIn.
    05 RliRunId         PIC X(14).
    05 FILLER           PIC X(2).
    05 RliType          PIC X(5).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO StreamCurrentDate

    PERFORM LoadStreamCfg
    IF CfgError = 'Y' THEN
        DISPLAY "ERROR: JOBSTRM.CFG LINE " CfgLineNo ": "
                FUNCTION TRIM(CfgErrorNote)
        DISPLAY "ERROR: JOB STREAM NOT STARTED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM CheckLocks
    IF RefuseNote NOT = SPACES THEN
        DISPLAY "ERROR: " FUNCTION TRIM(RefuseNote)
        DISPLAY "ERROR: JOB STREAM NOT STARTED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM LoadStepLog
    PERFORM DecideResume
    PERFORM TakeStreamLock
    IF LockHeld = 'N' THEN
        DISPLAY "ERROR: " FUNCTION TRIM(RefuseNote)
        DISPLAY "ERROR: JOB STREAM NOT STARTED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    IF Resuming = 'Y' THEN
        MOVE SPACES TO SlgStep
        MOVE 'RESUM' TO SlgEvent
        MOVE 0 TO SlgRc
        MOVE 'RESUMING INCOMPLETE STREAM' TO SlgNote
        PERFORM WriteStepLog
        DISPLAY "RESUMING JOB STREAM " StreamId
    ELSE
        MOVE SPACES TO SlgStep
        MOVE 'BEGIN' TO SlgEvent
        MOVE 0 TO SlgRc
        MOVE SPACES TO SlgNote
        MOVE StepCount TO RcDisp
        STRING 'STREAM OF ' FUNCTION TRIM(RcDisp) ' STEP(S)'
            DELIMITED BY SIZE INTO SlgNote
        END-STRING
        PERFORM WriteStepLog
        DISPLAY "STARTING JOB STREAM " StreamId
    END-IF

    MOVE 1 TO StepIdx
    PERFORM UNTIL StepIdx > StepCount OR StreamStopped = 'Y'
        PERFORM RunOneStep
        COMPUTE StepIdx = StepIdx + 1
    END-PERFORM

    MOVE SPACES TO SlgStep
    MOVE StreamRc TO SlgRc
    IF StreamStopped = 'Y' THEN
        MOVE 'STOP' TO SlgEvent
        MOVE SPACES TO SlgNote
        STRING 'STEP ' FUNCTION TRIM(StepName(FailedIdx))
            ' FAILED - RERUN RESUMES AT IT'
            DELIMITED BY SIZE INTO SlgNote
        END-STRING
    ELSE
        MOVE 'DONE' TO SlgEvent
        IF StreamRc = 0 THEN
            MOVE 'ALL STEPS COMPLETED' TO SlgNote
        ELSE
            MOVE 'COMPLETED WITH SKIPPED OR WARNING STEPS' TO SlgNote
        END-IF
    END-IF
    PERFORM WriteStepLog

    PERFORM ReleaseStreamLock

    MOVE StreamRc TO RcDisp
    DISPLAY "JOB STREAM " StreamId " " FUNCTION TRIM(SlgEvent)
            " RC " RcDisp " - " FUNCTION TRIM(SlgNote)
    MOVE StreamRc TO RETURN-CODE
STOP RUN.

*>******************************************************************
LoadStreamCfg SECTION.
*>******************************************************************
    OPEN INPUT StreamCfgFile
    IF StreamCfgFileStatus NOT = "00" THEN
        MOVE 'Y' TO CfgError
        MOVE 'JOBSTRM.CFG NOT FOUND' TO CfgErrorNote
        EXIT SECTION
    END-IF
    PERFORM UNTIL CfgEOF = 'Y' OR CfgError = 'Y'
        READ StreamCfgFile
            AT END
                MOVE 'Y' TO CfgEOF
            NOT AT END
                COMPUTE CfgLineNo = CfgLineNo + 1
                IF StreamCfgRec NOT = SPACES AND
                   FUNCTION TRIM(StreamCfgRec)(1:1) NOT = '*' THEN
                    PERFORM ParseStepLine
                END-IF
        END-READ
    END-PERFORM
    CLOSE StreamCfgFile
    IF CfgError = 'N' AND StepCount = 0 THEN
        MOVE 'Y' TO CfgError
        MOVE 'NO STEPS DEFINED' TO CfgErrorNote
    END-IF
EXIT.

*>******************************************************************
ParseStepLine SECTION.
*>******************************************************************
    MOVE SPACES TO CfgTokTable
    MOVE 0 TO CfgTokCount
    UNSTRING FUNCTION TRIM(StreamCfgRec) DELIMITED BY ALL SPACES
        INTO CfgTok(1) CfgTok(2) CfgTok(3) CfgTok(4) CfgTok(5)
             CfgTok(6) CfgTok(7) CfgTok(8) CfgTok(9) CfgTok(10)
        TALLYING IN CfgTokCount
    END-UNSTRING
    IF CfgTokCount < 2 THEN
        MOVE 'Y' TO CfgError
        MOVE 'STEP NAME AND COMMAND REQUIRED' TO CfgErrorNote
        EXIT SECTION
    END-IF
    IF StepCount >= 20 THEN
        MOVE 'Y' TO CfgError
        MOVE 'MORE THAN 20 STEPS' TO CfgErrorNote
        EXIT SECTION
    END-IF
    MOVE FUNCTION UPPER-CASE(CfgTok(1)) TO RuleName
    MOVE 1 TO PriorIdx
    PERFORM UNTIL PriorIdx > StepCount
        IF StepName(PriorIdx) = RuleName THEN
            MOVE 'Y' TO CfgError
            MOVE SPACES TO CfgErrorNote
            STRING 'STEP ' FUNCTION TRIM(RuleName) ' DEFINED TWICE'
                DELIMITED BY SIZE INTO CfgErrorNote
            END-STRING
            EXIT SECTION
        END-IF
        COMPUTE PriorIdx = PriorIdx + 1
    END-PERFORM

    COMPUTE StepCount = StepCount + 1
    MOVE RuleName TO StepName(StepCount)
    MOVE CfgTok(2) TO StepCmd(StepCount)
    MOVE 1 TO StepOkCount(StepCount)
    MOVE 0 TO StepOkRc(StepCount, 1)
    MOVE 0 TO StepRuleCount(StepCount)
    MOVE 'P' TO StepState(StepCount)
    MOVE 0 TO StepRc(StepCount)
    MOVE 'N' TO StepKept(StepCount)

    MOVE 3 TO CfgTokIdx
    PERFORM UNTIL CfgTokIdx > CfgTokCount OR CfgError = 'Y'
        PERFORM ParseStepRule
        COMPUTE CfgTokIdx = CfgTokIdx + 1
    END-PERFORM
EXIT.

*>******************************************************************
ParseStepRule SECTION.
*>******************************************************************
    MOVE SPACES TO RuleName RuleList
    UNSTRING CfgTok(CfgTokIdx) DELIMITED BY '='
        INTO RuleName RuleList
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(RuleName) TO RuleName
    IF RuleList = SPACES THEN
        MOVE 'Y' TO CfgError
        MOVE SPACES TO CfgErrorNote
        STRING 'RULE ' FUNCTION TRIM(CfgTok(CfgTokIdx))
            ' NEEDS <STEP>=RC,RC...'
            DELIMITED BY SIZE INTO CfgErrorNote
        END-STRING
        EXIT SECTION
    END-IF
    PERFORM ParseRcList
    IF CfgError = 'Y' THEN
        EXIT SECTION
    END-IF

    IF RuleName = 'OK' THEN
        MOVE RcListCount TO StepOkCount(StepCount)
        MOVE 1 TO RcIdx
        PERFORM UNTIL RcIdx > RcListCount
            MOVE RcListRc(RcIdx) TO StepOkRc(StepCount, RcIdx)
            COMPUTE RcIdx = RcIdx + 1
        END-PERFORM
        EXIT SECTION
    END-IF

    *> A rule may only look back at a step that runs earlier.
    MOVE 0 TO RuleIdx
    MOVE 1 TO PriorIdx
    PERFORM UNTIL PriorIdx >= StepCount
        IF StepName(PriorIdx) = RuleName THEN
            MOVE PriorIdx TO RuleIdx
        END-IF
        COMPUTE PriorIdx = PriorIdx + 1
    END-PERFORM
    IF RuleIdx = 0 THEN
        MOVE 'Y' TO CfgError
        MOVE SPACES TO CfgErrorNote
        STRING 'RULE ON ' FUNCTION TRIM(RuleName)
            ' - NOT AN EARLIER STEP'
            DELIMITED BY SIZE INTO CfgErrorNote
        END-STRING
        EXIT SECTION
    END-IF
    IF StepRuleCount(StepCount) >= 4 THEN
        MOVE 'Y' TO CfgError
        MOVE 'MORE THAN 4 RULES ON ONE STEP' TO CfgErrorNote
        EXIT SECTION
    END-IF
    COMPUTE StepRuleCount(StepCount) = StepRuleCount(StepCount) + 1
    MOVE RuleIdx TO RulePrior(StepCount, StepRuleCount(StepCount))
    MOVE RcListCount
        TO RuleRcCount(StepCount, StepRuleCount(StepCount))
    MOVE 1 TO RcIdx
    PERFORM UNTIL RcIdx > RcListCount
        MOVE RcListRc(RcIdx)
            TO RuleRc(StepCount, StepRuleCount(StepCount), RcIdx)
        COMPUTE RcIdx = RcIdx + 1
    END-PERFORM
EXIT.

*>******************************************************************
ParseRcList SECTION.
*>******************************************************************
    MOVE 0 TO RcListCount
    MOVE 1 TO RcPtr
    COMPUTE RcListLen = FUNCTION LENGTH(FUNCTION TRIM(RuleList))
    PERFORM UNTIL RcPtr > RcListLen OR CfgError = 'Y'
        MOVE SPACES TO RcTok
        UNSTRING RuleList DELIMITED BY ',' OR SPACE
            INTO RcTok WITH POINTER RcPtr
        END-UNSTRING
        IF FUNCTION TRIM(RcTok) IS NOT NUMERIC OR
           FUNCTION LENGTH(FUNCTION TRIM(RcTok)) > 3 THEN
            MOVE 'Y' TO CfgError
            MOVE SPACES TO CfgErrorNote
            STRING 'BAD RETURN CODE LIST ' FUNCTION TRIM(RuleList)
                DELIMITED BY SIZE INTO CfgErrorNote
            END-STRING
        ELSE
            IF RcListCount >= 8 THEN
                MOVE 'Y' TO CfgError
                MOVE 'MORE THAN 8 RETURN CODES IN ONE LIST'
                    TO CfgErrorNote
            ELSE
                COMPUTE RcListCount = RcListCount + 1
                MOVE FUNCTION NUMVAL(RcTok) TO RcListRc(RcListCount)
            END-IF
        END-IF
    END-PERFORM
EXIT.

*>******************************************************************
CheckLocks SECTION.
*>******************************************************************
    *> jobstrm.lck is only left behind by a stream that is still
    *> running or that died without reaching DONE or STOP;
    *> mstmaint.lck means a REBUILD or PURGE is rewriting master.idx.
    MOVE SPACES TO RefuseNote
    MOVE 'jobstrm.lck' TO LockCheckName
    CALL 'CBL_CHECK_FILE_EXIST' USING LockCheckName LockFileInfo
    IF RETURN-CODE = 0 THEN
        MOVE 'PREVIOUS JOB STREAM STILL RUNNING OR DIED (JOBSTRM.LCK) - CHECK STEPLOG.TXT'
            TO RefuseNote
        EXIT SECTION
    END-IF
    MOVE 'mstmaint.lck' TO LockCheckName
    CALL 'CBL_CHECK_FILE_EXIST' USING LockCheckName LockFileInfo
    IF RETURN-CODE = 0 THEN
        MOVE 'MSTMAINT REBUILD/PURGE IN PROGRESS (MSTMAINT.LCK)'
            TO RefuseNote
        EXIT SECTION
    END-IF
    MOVE 0 TO RETURN-CODE
EXIT.

*>******************************************************************
TakeStreamLock SECTION.
*>******************************************************************
    OPEN OUTPUT StreamLockFile
    IF StreamLockFileStatus NOT = "00" THEN
        MOVE SPACES TO RefuseNote
        STRING 'COULD NOT CREATE JOBSTRM.LCK (STATUS '
            StreamLockFileStatus ')'
            DELIMITED BY SIZE INTO RefuseNote
        END-STRING
        EXIT SECTION
    END-IF
    MOVE SPACES TO StreamLockRec
    STRING 'STREAM ' StreamId
        DELIMITED BY SIZE INTO StreamLockRec
    END-STRING
    WRITE StreamLockRec
    CLOSE StreamLockFile
    MOVE 'Y' TO LockHeld
EXIT.

*>******************************************************************
ReleaseStreamLock SECTION.
*>******************************************************************
    MOVE 'jobstrm.lck' TO LockCheckName
    CALL 'CBL_DELETE_FILE' USING LockCheckName
    MOVE 'N' TO LockHeld
EXIT.

*>******************************************************************
LoadStepLog SECTION.
*>******************************************************************
    *> Only the most recent stream matters: its step outcomes are
    *> kept if it never reached DONE.
    OPEN INPUT StepLogFile
    IF StepLogFileStatus NOT = "00" THEN
        EXIT SECTION
    END-IF
    PERFORM UNTIL LogEOF = 'Y'
        READ StepLogFile
            AT END
                MOVE 'Y' TO LogEOF
            NOT AT END
                MOVE StepLogRec TO StepLogIn
                PERFORM ApplyStepLogLine
        END-READ
    END-PERFORM
    CLOSE StepLogFile
EXIT.

*>******************************************************************
ApplyStepLogLine SECTION.
*>******************************************************************
    IF SliEvent = 'BEGIN' THEN
        MOVE SliStreamId TO LastStreamId
        MOVE 'N' TO LastStreamDone
        MOVE SPACES TO LastDayRunId
        MOVE 0 TO LogStepCount
        EXIT SECTION
    END-IF
    IF SliStreamId NOT = LastStreamId THEN
        EXIT SECTION
    END-IF
    IF SliRunId NOT = SPACES THEN
        MOVE SliRunId TO LastDayRunId
    END-IF
    IF SliEvent = 'DONE' THEN
        MOVE 'Y' TO LastStreamDone
        EXIT SECTION
    END-IF
    IF SliStep = SPACES THEN
        EXIT SECTION
    END-IF

    MOVE 0 TO LogStepIdx
    MOVE 1 TO StepIdx
    PERFORM UNTIL StepIdx > LogStepCount
        IF LogStepName(StepIdx) = SliStep THEN
            MOVE StepIdx TO LogStepIdx
        END-IF
        COMPUTE StepIdx = StepIdx + 1
    END-PERFORM
    IF LogStepIdx = 0 THEN
        IF LogStepCount >= 20 THEN
            EXIT SECTION
        END-IF
        COMPUTE LogStepCount = LogStepCount + 1
        MOVE LogStepCount TO LogStepIdx
        MOVE SliStep TO LogStepName(LogStepIdx)
        MOVE 0 TO LogStepRc(LogStepIdx)
    END-IF

    EVALUATE SliEvent
        WHEN 'START'
            MOVE 'P' TO LogStepState(LogStepIdx)
        WHEN 'END'
            MOVE FUNCTION NUMVAL(SliRc) TO LogStepRc(LogStepIdx)
            IF SliNote(1:6) = 'FAILED' THEN
                MOVE 'F' TO LogStepState(LogStepIdx)
            ELSE
                MOVE 'D' TO LogStepState(LogStepIdx)
            END-IF
        WHEN 'SKIP'
            MOVE 'S' TO LogStepState(LogStepIdx)
    END-EVALUATE
EXIT.

*>******************************************************************
DecideResume SECTION.
*>******************************************************************
    IF LastStreamId = SPACES OR LastStreamDone = 'Y' THEN
        MOVE 'N' TO Resuming
        MOVE StreamCurrentDate(1:14) TO StreamId
        EXIT SECTION
    END-IF

    *> The last stream stopped short: keep what its steps finished
    *> and pick the rest up under the same stream and DayTwo run.
    MOVE 'Y' TO Resuming
    MOVE LastStreamId TO StreamId
    MOVE LastDayRunId TO DayRunId
    MOVE 1 TO StepIdx
    PERFORM UNTIL StepIdx > StepCount
        MOVE 1 TO LogStepIdx
        PERFORM UNTIL LogStepIdx > LogStepCount
            IF LogStepName(LogStepIdx) = StepName(StepIdx) AND
               (LogStepState(LogStepIdx) = 'D' OR
                LogStepState(LogStepIdx) = 'S') THEN
                MOVE LogStepState(LogStepIdx) TO StepState(StepIdx)
                MOVE LogStepRc(LogStepIdx) TO StepRc(StepIdx)
                MOVE 'Y' TO StepKept(StepIdx)
            END-IF
            COMPUTE LogStepIdx = LogStepIdx + 1
        END-PERFORM
        COMPUTE StepIdx = StepIdx + 1
    END-PERFORM
EXIT.

*>******************************************************************
RunOneStep SECTION.
*>******************************************************************
    MOVE StepName(StepIdx) TO SlgStep

    IF StepKept(StepIdx) = 'Y' THEN
        MOVE StepRc(StepIdx) TO RcDisp
        IF StepState(StepIdx) = 'S' THEN
            DISPLAY "STEP " StepName(StepIdx)
                    " SKIPPED ON EARLIER ATTEMPT - NOT RERUN"
            PERFORM NoteSkipRc
        ELSE
            DISPLAY "STEP " StepName(StepIdx)
                    " COMPLETED ON EARLIER ATTEMPT RC " RcDisp
                    " - NOT RERUN"
            PERFORM NoteStepRc
        END-IF
        EXIT SECTION
    END-IF

    PERFORM CheckStepRules
    IF RunThisStep = 'N' THEN
        MOVE 'S' TO StepState(StepIdx)
        MOVE 'SKIP' TO SlgEvent
        MOVE 0 TO SlgRc
        MOVE SkipNote TO SlgNote
        PERFORM WriteStepLog
        DISPLAY "STEP " StepName(StepIdx) " SKIPPED - "
                FUNCTION TRIM(SkipNote)
        PERFORM NoteSkipRc
        EXIT SECTION
    END-IF

    MOVE 'START' TO SlgEvent
    MOVE 0 TO SlgRc
    MOVE SPACES TO SlgNote
    MOVE StepCmd(StepIdx) TO SlgNote
    PERFORM WriteStepLog
    DISPLAY "STEP " StepName(StepIdx) " STARTED: "
            FUNCTION TRIM(StepCmd(StepIdx))

    MOVE StepCmd(StepIdx) TO CmdLine
    CALL 'SYSTEM' USING CmdLine
    *> SYSTEM hands back the wait status; the step's own code is
    *> in its high byte.
    MOVE RETURN-CODE TO CmdRc
    MOVE 0 TO RETURN-CODE
    COMPUTE CmdRc = CmdRc / 256
    IF CmdRc < 0 OR CmdRc > 999 THEN
        MOVE 999 TO StepRc(StepIdx)
    ELSE
        MOVE CmdRc TO StepRc(StepIdx)
    END-IF

    PERFORM FindDayRunId

    MOVE 'N' TO RcFound
    MOVE 1 TO RcIdx
    PERFORM UNTIL RcIdx > StepOkCount(StepIdx)
        IF StepOkRc(StepIdx, RcIdx) = StepRc(StepIdx) THEN
            MOVE 'Y' TO RcFound
        END-IF
        COMPUTE RcIdx = RcIdx + 1
    END-PERFORM

    MOVE 'END' TO SlgEvent
    MOVE StepRc(StepIdx) TO SlgRc
    MOVE StepRc(StepIdx) TO RcDisp
    IF RcFound = 'Y' THEN
        MOVE 'D' TO StepState(StepIdx)
        MOVE 'OK' TO SlgNote
        DISPLAY "STEP " StepName(StepIdx) " ENDED RC " RcDisp
        PERFORM NoteStepRc
    ELSE
        MOVE 'F' TO StepState(StepIdx)
        MOVE 'FAILED - RC NOT IN OK LIST' TO SlgNote
        DISPLAY "ERROR: STEP " StepName(StepIdx) " FAILED RC " RcDisp
        MOVE 'Y' TO StreamStopped
        MOVE StepIdx TO FailedIdx
        MOVE 8 TO StreamRc
    END-IF
    MOVE StepName(StepIdx) TO SlgStep
    PERFORM WriteStepLog
EXIT.

*>******************************************************************
CheckStepRules SECTION.
*>******************************************************************
    MOVE 'Y' TO RunThisStep
    MOVE SPACES TO SkipNote
    MOVE 1 TO RuleIdx
    PERFORM UNTIL RuleIdx > StepRuleCount(StepIdx)
              OR RunThisStep = 'N'
        MOVE RulePrior(StepIdx, RuleIdx) TO PriorIdx
        IF StepState(PriorIdx) NOT = 'D' THEN
            MOVE 'N' TO RunThisStep
            STRING FUNCTION TRIM(StepName(PriorIdx)) ' DID NOT RUN'
                DELIMITED BY SIZE INTO SkipNote
            END-STRING
        ELSE
            MOVE 'N' TO RcFound
            MOVE 1 TO RcIdx
            PERFORM UNTIL RcIdx > RuleRcCount(StepIdx, RuleIdx)
                IF RuleRc(StepIdx, RuleIdx, RcIdx)
                   = StepRc(PriorIdx) THEN
                    MOVE 'Y' TO RcFound
                END-IF
                COMPUTE RcIdx = RcIdx + 1
            END-PERFORM
            IF RcFound = 'N' THEN
                MOVE 'N' TO RunThisStep
                MOVE StepRc(PriorIdx) TO RcDisp
                STRING FUNCTION TRIM(StepName(PriorIdx)) ' ENDED RC '
                    FUNCTION TRIM(RcDisp) ' - RULE NOT MET'
                    DELIMITED BY SIZE INTO SkipNote
                END-STRING
            END-IF
        END-IF
        COMPUTE RuleIdx = RuleIdx + 1
    END-PERFORM
EXIT.

*>******************************************************************
NoteStepRc SECTION.
*>******************************************************************
    IF StepRc(StepIdx) NOT = 0 AND StreamRc < 4 THEN
        MOVE 4 TO StreamRc
    END-IF
EXIT.

*>******************************************************************
NoteSkipRc SECTION.
*>******************************************************************
    IF StreamRc < 4 THEN
        MOVE 4 TO StreamRc
    END-IF
EXIT.

*>******************************************************************
FindDayRunId SECTION.
*>******************************************************************
    *> The stream is filed against the DayTwo run it drove: the last
    *> run started since the stream began.
    MOVE 'N' TO RunLogEOF
    OPEN INPUT RunLogFile
    IF RunLogFileStatus NOT = "00" THEN
        EXIT SECTION
    END-IF
    PERFORM UNTIL RunLogEOF = 'Y'
        READ RunLogFile
            AT END
                MOVE 'Y' TO RunLogEOF
            NOT AT END
                MOVE RunLogRec TO RunLogStartIn
                IF RliType = 'START' AND RliRunId >= StreamId THEN
                    MOVE RliRunId TO DayRunId
                END-IF
        END-READ
    END-PERFORM
    CLOSE RunLogFile
EXIT.

*>******************************************************************
WriteStepLog SECTION.
*>******************************************************************
    MOVE StreamId TO SlgStreamId
    MOVE DayRunId TO SlgRunId
    MOVE FUNCTION CURRENT-DATE TO StreamCurrentDate
    MOVE StreamCurrentDate(1:14) TO SlgTs
    OPEN EXTEND StepLogFile
    IF StepLogFileStatus = "35" THEN
        OPEN OUTPUT StepLogFile
    END-IF
    MOVE StepLogLine TO StepLogRec
    WRITE StepLogRec
    CLOSE StepLogFile
EXIT.
