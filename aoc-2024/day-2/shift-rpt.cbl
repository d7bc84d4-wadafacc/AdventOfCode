IDENTIFICATION DIVISION.
PROGRAM-ID. ShiftRpt.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT InFile ASSIGN TO DYNAMIC InFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS InFileStatus.
    SELECT TurnoverFile ASSIGN TO 'turnover.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TurnoverFileStatus.

DATA DIVISION.
FILE SECTION.
FD InFile.
01 InRec PIC X(300).

FD TurnoverFile.
01 TurnoverRec PIC X(132).

WORKING-STORAGE SECTION.
01 InFileStatus         PIC XX.
01 TurnoverFileStatus   PIC XX.

*> Every batch output is read through the one dynamically assigned
*> file, one after another, in the order the turnover presents them.
01 InFileName           PIC X(30).
01 InEOF                PIC X VALUE 'N'.
01 InOpen               PIC X VALUE 'N'.
01 InOptional           PIC X VALUE 'N'.
01 InStale              PIC X VALUE 'N'.
01 InLineNo             PIC 9(9) VALUE 0.
01 InKind               PIC X(8).
01 HitCount             PIC 9(5) VALUE 0.

01 ShiftCurrentDate     PIC X(21).
01 TodayDate            PIC X(10).
01 TodayTime            PIC X(5).
01 ShiftRc              PIC 9(3) VALUE 0.

*> The run being handed over: the last START record in runlog.txt.
01 TargetRunId          PIC X(14) VALUE SPACES.
01 TargetRunDate        PIC X(10) VALUE SPACES.
01 TargetRunYmd         PIC 9(8) VALUE 0.
01 EndSeen              PIC X VALUE 'N'.
01 EndRc                PIC 9(3) VALUE 0.
01 EndRcDisp            PIC ZZ9.
01 EndStatus            PIC X(24) VALUE SPACES.
01 RcMeaning            PIC X(60).

*> Runlog records, as DayTwo writes them.
01 RunLogStartIn.
    05 RliRunId         PIC X(14).
    05 FILLER           PIC X(2).
    05 RliType          PIC X(5).
    05 FILLER           PIC X(2).
    05 RliTs            PIC X(14).
    05 FILLER           PIC X(2).
    05 RliMode          PIC X(8).
    05 FILLER           PIC X(2).
    05 RliNote          PIC X(40).
01 RunLogEndIn.
    05 RleiRunId        PIC X(14).
    05 FILLER           PIC X(2).
    05 RleiType         PIC X(5).
    05 FILLER           PIC X(2).
    05 RleiTs           PIC X(14).
    05 FILLER           PIC X(8).
    05 RleiFiles        PIC X(5).
    05 FILLER           PIC X(7).
    05 RleiLines        PIC X(9).
    05 FILLER           PIC X(6).
    05 RleiSafe         PIC X(9).
    05 FILLER           PIC X(5).
    05 RleiExc          PIC X(9).
    05 FILLER           PIC X(4).
    05 RleiRc           PIC X(3).
    05 FILLER           PIC X(2).
    05 RleiStatus       PIC X(24).
01 RunLogFileIn.
    05 RlfiRunId        PIC X(14).
    05 FILLER           PIC X(2).
    05 RlfiType         PIC X(5).
    05 FILLER           PIC X(2).
    05 RlfiFile         PIC X(60).
    05 FILLER           PIC X(2).
    05 RlfiNote         PIC X(47).

*> Files the run turned away, gathered from the runlog and shown with
*> the hold register.
01 TurnedAwayTable.
    05 TurnedAwayText OCCURS 100 TIMES PIC X(132).
01 TurnedAwayCount      PIC 9(5) VALUE 0.
01 TaIdx                PIC 9(5) VALUE 0.

*> Hold register record, as DayTwo writes it.
01 HoldRegIn.
    05 HriName          PIC X(100).
    05 FILLER           PIC X(2).
    05 HriLines         PIC X(9).
    05 FILLER           PIC X(14).
    05 HriAvg           PIC X(9).
    05 FILLER           PIC X(2).
    05 HriDate          PIC X(10).
01 HoldRegToday         PIC 9(5) VALUE 0.

*> Balance detail line, as DayTwo writes it.
01 BalanceIn.
    05 BaliLabel        PIC X(26).
    05 BaliActual       PIC X(9).
    05 FILLER           PIC X(11).
    05 BaliExpected     PIC X(9).
    05 FILLER           PIC X(2).
    05 BaliVerdict      PIC X(14).

*> Trend and per-source trend lines, as TrendRpt and SrcTrend write
*> them. Only the latest day's flags are today's news.
01 InTrendFlagged       PIC X VALUE 'N'.
01 TrendKeep            PIC X VALUE 'N'.
01 LatestTrendDate      PIC X(10) VALUE SPACES.
01 LatestTrendLine      PIC X(132) VALUE SPACES.
01 TrendAlertCount      PIC 9(5) VALUE 0.
01 SrcTrendIn.
    05 StiId            PIC X(20).
    05 FILLER           PIC X(47).
    05 StiFlag          PIC X(7).
01 SrcAlertCount        PIC 9(5) VALUE 0.

01 InSummaryTotals      PIC X VALUE 'N'.
01 AgedOrderCount       PIC 9(5) VALUE 0.

*> Exception recycle detail line, as ExcRecyc writes it.
01 RecycIn.
    05 RciRunId         PIC X(14).
    05 FILLER           PIC X(2).
    05 RciSeq           PIC X(5).
    05 FILLER           PIC X(2).
    05 RciVerdict       PIC X(20).
01 AwaitingCount        PIC 9(5) VALUE 0.
01 ChronicCount         PIC 9(5) VALUE 0.
01 CountDisp            PIC Z(4)9.

*> File details from the run-time library: the modification date
*> tells a file written for this run from one left by an earlier one.
01 FileInfo.
    05 FiSize           PIC X(8).
    05 FiDay            PIC X.
    05 FiMonth          PIC X.
    05 FiYear           PIC X(2).
    05 FiTime           PIC X(4).
01 FileYmd              PIC 9(8) VALUE 0.
01 FileDate             PIC X(10).

*> One entry per expected input, in the order they are read.
01 ExpTable.
    05 ExpEntry OCCURS 20 TIMES.
        10 ExpName      PIC X(30).
        10 ExpState     PIC X(10).
        10 ExpDate      PIC X(10).
01 ExpCount             PIC 9(5) VALUE 0.
01 ExpIdx               PIC 9(5) VALUE 0.
01 ExpLine.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 ExlName          PIC X(30).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 ExlState         PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 ExlDate          PIC X(10).

*> The report is built in two tables - action items and the body -
*> because the action items have to print first but are only known
*> once every input has been read.
01 ActionTable.
    05 ActionText OCCURS 200 TIMES PIC X(120).
01 ActionCount          PIC 9(5) VALUE 0.
01 ActionDropped        PIC 9(5) VALUE 0.
01 ActText              PIC X(120).
01 ActIdx               PIC 9(5) VALUE 0.
01 BodyTable.
    05 BodyText OCCURS 1500 TIMES PIC X(132).
01 BodyCount            PIC 9(5) VALUE 0.
01 BodyDropped          PIC 9(5) VALUE 0.
01 BodyLn               PIC X(132).
01 BodyIdx              PIC 9(5) VALUE 0.

01 TurnLn               PIC X(132).
01 TurnLineCount        PIC 9(3) VALUE 0.
01 TurnPageNo           PIC 9(3) VALUE 0.
01 TurnHeading1.
    05 FILLER           PIC X(33)
        VALUE '===== SHIFT TURNOVER REPORT ====='.
    05 FILLER           PIC X(6) VALUE '  RUN '.
    05 TohRunId         PIC X(14).
    05 FILLER           PIC X(11) VALUE '  RUN DATE '.
    05 TohRunDate       PIC X(10).
    05 FILLER           PIC X(7) VALUE '   PAGE'.
    05 TohPage          PIC ZZZ9.
01 TurnHeading2.
    05 FILLER           PIC X(9) VALUE 'PREPARED '.
    05 TohToday         PIC X(10).
    05 FILLER           PIC X(1) VALUE SPACE.
    05 TohTime          PIC X(5).
01 ActionLine.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 ActNo            PIC ZZ9.
    05 FILLER           PIC X(2) VALUE '. '.
    05 ActLineText      PIC X(120).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO ShiftCurrentDate
    STRING ShiftCurrentDate(1:4) '-' ShiftCurrentDate(5:2) '-'
        ShiftCurrentDate(7:2)
        DELIMITED BY SIZE INTO TodayDate
    END-STRING
    STRING ShiftCurrentDate(9:2) ':' ShiftCurrentDate(11:2)
        DELIMITED BY SIZE INTO TodayTime
    END-STRING

    PERFORM FindLatestRun
    IF TargetRunId = SPACES THEN
        MOVE 'NO RUN RECORDED IN RUNLOG.TXT - NOTHING TO HAND OVER'
            TO ActText
        PERFORM AddAction
        MOVE 8 TO ShiftRc
    ELSE
        PERFORM ReadRunLog
        PERFORM ReadSummary
        PERFORM ReadPreflight
        PERFORM ReadHoldReg
        PERFORM ReadBalance
        PERFORM ReadTrend
        PERFORM ReadSrcTrend
        PERFORM ReadOrdAge
        PERFORM ReadRecycRpt
        PERFORM ReadChronic
        PERFORM AddExpectedInputs
        IF ActionCount > 0 THEN
            MOVE 4 TO ShiftRc
        END-IF
    END-IF

    PERFORM WriteTurnover

    DISPLAY "SHIFT TURNOVER WRITTEN FOR RUN " TargetRunId ": "
            ActionCount " ACTION ITEM(S)"
    MOVE ShiftRc TO RETURN-CODE
STOP RUN.

*>******************************************************************
FindLatestRun SECTION.
*>******************************************************************
    MOVE 'runlog.txt' TO InFileName
    MOVE 'N' TO InOptional
    PERFORM OpenExpectedInput
    IF InOpen = 'N' THEN
        EXIT SECTION
    END-IF
    PERFORM UNTIL InEOF = 'Y'
        READ InFile
            AT END
                MOVE 'Y' TO InEOF
            NOT AT END
                MOVE InRec TO RunLogStartIn
                IF RliType = 'START' THEN
                    MOVE RliRunId TO TargetRunId
                END-IF
        END-READ
    END-PERFORM
    CLOSE InFile
    IF TargetRunId = SPACES THEN
        EXIT SECTION
    END-IF
    STRING TargetRunId(1:4) '-' TargetRunId(5:2) '-'
        TargetRunId(7:2)
        DELIMITED BY SIZE INTO TargetRunDate
    END-STRING
    IF TargetRunId(1:8) IS NUMERIC THEN
        MOVE TargetRunId(1:8) TO TargetRunYmd
    END-IF
EXIT.

*>******************************************************************
OpenExpectedInput SECTION.
*>******************************************************************
    *> Records the file in the expected-input list as PRESENT,
    *> MISSING or STALE (last written before the run started) and
    *> opens it only when it belongs to this run.
    MOVE 'N' TO InOpen
    MOVE 'N' TO InEOF
    MOVE 'N' TO InStale
    MOVE 0 TO InLineNo
    IF ExpCount < 20 THEN
        COMPUTE ExpCount = ExpCount + 1
    END-IF
    MOVE InFileName TO ExpName(ExpCount)
    MOVE SPACES TO ExpDate(ExpCount)

    CALL 'CBL_CHECK_FILE_EXIST' USING InFileName FileInfo
    IF RETURN-CODE NOT = 0 THEN
        MOVE 0 TO RETURN-CODE
        IF InOptional = 'Y' THEN
            MOVE 'NONE' TO ExpState(ExpCount)
        ELSE
            MOVE 'MISSING' TO ExpState(ExpCount)
            MOVE SPACES TO ActText
            STRING 'EXPECTED INPUT MISSING: ' FUNCTION TRIM(InFileName)
                DELIMITED BY SIZE INTO ActText
            END-STRING
            PERFORM AddAction
            PERFORM NoteInputUnavailable
        END-IF
        EXIT SECTION
    END-IF

    COMPUTE FileYmd =
        ((FUNCTION ORD(FiYear(1:1)) - 1) * 256
            + FUNCTION ORD(FiYear(2:1)) - 1) * 10000
        + (FUNCTION ORD(FiMonth) - 1) * 100
        + FUNCTION ORD(FiDay) - 1
    STRING FileYmd(1:4) '-' FileYmd(5:2) '-' FileYmd(7:2)
        DELIMITED BY SIZE INTO FileDate
    END-STRING
    MOVE FileDate TO ExpDate(ExpCount)

    *> An append-only register (optional) is not rewritten every
    *> day, so its age says nothing.
    IF InOptional = 'N' AND TargetRunYmd > 0
            AND FileYmd < TargetRunYmd THEN
        MOVE 'STALE' TO ExpState(ExpCount)
        PERFORM AddStaleAction
        PERFORM NoteInputUnavailable
        EXIT SECTION
    END-IF

    OPEN INPUT InFile
    IF InFileStatus NOT = "00" THEN
        MOVE 'UNREADABLE' TO ExpState(ExpCount)
        MOVE SPACES TO ActText
        STRING 'EXPECTED INPUT NOT READABLE: ' FUNCTION TRIM(InFileName)
            ' (STATUS ' InFileStatus ')'
            DELIMITED BY SIZE INTO ActText
        END-STRING
        PERFORM AddAction
        PERFORM NoteInputUnavailable
        EXIT SECTION
    END-IF
    MOVE 'PRESENT' TO ExpState(ExpCount)
    MOVE 'Y' TO InOpen
EXIT.

*>******************************************************************
AddStaleAction SECTION.
*>******************************************************************
    MOVE SPACES TO ActText
    STRING 'EXPECTED INPUT STALE: ' FUNCTION TRIM(InFileName)
        ' NOT WRITTEN FOR RUN ' TargetRunId ' (LAST WRITTEN '
        FUNCTION TRIM(ExpDate(ExpCount)) ')'
        DELIMITED BY SIZE INTO ActText
    END-STRING
    PERFORM AddAction
EXIT.

*>******************************************************************
NoteInputUnavailable SECTION.
*>******************************************************************
    MOVE SPACES TO BodyLn
    STRING '** ' FUNCTION TRIM(InFileName) ' '
        FUNCTION TRIM(ExpState(ExpCount))
        ' - NOT REPORTED, SEE EXPECTED INPUTS **'
        DELIMITED BY SIZE INTO BodyLn
    END-STRING
    PERFORM AddBody
EXIT.

*>******************************************************************
CheckRunIdHeading SECTION.
*>******************************************************************
    *> preflight.txt and balance.txt carry the run id in their first
    *> line; one from another run is stale even if written today.
    MOVE 0 TO HitCount
    INSPECT InRec TALLYING HitCount FOR ALL TargetRunId
    IF HitCount = 0 THEN
        MOVE 'Y' TO InStale
        MOVE 'STALE' TO ExpState(ExpCount)
        PERFORM AddStaleAction
        PERFORM NoteInputUnavailable
    END-IF
EXIT.

*>******************************************************************
ReadInput SECTION.
*>******************************************************************
    *> Common read loop: each record goes to the handler for InKind.
    PERFORM UNTIL InEOF = 'Y' OR InStale = 'Y'
        READ InFile
            AT END
                MOVE 'Y' TO InEOF
            NOT AT END
                COMPUTE InLineNo = InLineNo + 1
                EVALUATE InKind
                    WHEN 'RUNLOG'
                        PERFORM HandleRunLog
                    WHEN 'SUMMARY'
                        PERFORM HandleSummary
                    WHEN 'PREFLT'
                        PERFORM HandlePreflight
                    WHEN 'HOLDREG'
                        PERFORM HandleHoldReg
                    WHEN 'BALANCE'
                        PERFORM HandleBalance
                    WHEN 'TREND'
                        PERFORM HandleTrend
                    WHEN 'SRCTREND'
                        PERFORM HandleSrcTrend
                    WHEN 'ORDAGE'
                        PERFORM HandleOrdAge
                    WHEN 'RECYC'
                        PERFORM HandleRecyc
                    WHEN 'CHRONIC'
                        PERFORM HandleChronic
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE InFile
EXIT.

*>******************************************************************
ReadRunLog SECTION.
*>******************************************************************
    PERFORM AddBlankBody
    MOVE '===== RUN STATUS =====' TO BodyLn
    PERFORM AddBody

    *> Second pass over the log - the expected-input entry was made
    *> by the first.
    MOVE 'runlog.txt' TO InFileName
    MOVE 'N' TO InEOF
    MOVE 'N' TO InStale
    OPEN INPUT InFile
    IF InFileStatus = "00" THEN
        MOVE 'RUNLOG' TO InKind
        PERFORM ReadInput
    END-IF

    IF EndSeen = 'N' THEN
        MOVE SPACES TO ActText
        STRING 'RUN ' TargetRunId ' HAS NO END RECORD - STILL '
            'RUNNING OR ABENDED (RESTART RESUMES FROM CHECKPOINT)'
            DELIMITED BY SIZE INTO ActText
        END-STRING
        PERFORM AddAction
        MOVE 'NO END RECORD - RUN STILL ACTIVE OR ABENDED' TO BodyLn
        PERFORM AddBody
        EXIT SECTION
    END-IF
    IF EndRc NOT = 0 THEN
        EVALUATE EndRc
            WHEN 1
                MOVE 'SAFETY RATE BELOW THRESHOLD' TO RcMeaning
            WHEN 2
                MOVE 'OUTPUTS OUT OF BALANCE - HOLD DOWNSTREAM JOBS'
                    TO RcMeaning
            WHEN 3
                MOVE 'PREFLIGHT FAILED - NOTHING READ' TO RcMeaning
            WHEN 4
                MOVE 'FILE(S) REJECTED ON CONTROL RECORDS'
                    TO RcMeaning
            WHEN 5
                MOVE 'NOTHING PROCESSED' TO RcMeaning
            WHEN OTHER
                MOVE EndStatus TO RcMeaning
        END-EVALUATE
        MOVE EndRc TO EndRcDisp
        MOVE SPACES TO ActText
        STRING 'RUN ENDED RC ' FUNCTION TRIM(EndRcDisp) ' - '
            FUNCTION TRIM(RcMeaning)
            DELIMITED BY SIZE INTO ActText
        END-STRING
        PERFORM AddAction
    END-IF
EXIT.

*>******************************************************************
HandleRunLog SECTION.
*>******************************************************************
    MOVE InRec TO RunLogStartIn
    MOVE InRec TO RunLogEndIn
    MOVE InRec TO RunLogFileIn

    *> The run that resumed an abended one says so on its behalf.
    IF RliType = 'ABEND' THEN
        MOVE 0 TO HitCount
        INSPECT RliNote TALLYING HitCount FOR ALL TargetRunId
        IF HitCount > 0 THEN
            MOVE SPACES TO BodyLn
            STRING 'RESUMED ABENDED RUN ' RliRunId
                DELIMITED BY SIZE INTO BodyLn
            END-STRING
            PERFORM AddBody
        END-IF
        EXIT SECTION
    END-IF

    IF RliRunId NOT = TargetRunId THEN
        EXIT SECTION
    END-IF

    EVALUATE RliType
        WHEN 'START'
            MOVE SPACES TO BodyLn
            STRING 'RUN ' RliRunId '  MODE ' RliMode '  STARTED '
                RliTs '  ' RliNote
                DELIMITED BY SIZE INTO BodyLn
            END-STRING
            PERFORM AddBody
        WHEN 'END  '
            MOVE 'Y' TO EndSeen
            MOVE RleiStatus TO EndStatus
            IF FUNCTION TRIM(RleiRc) IS NUMERIC THEN
                MOVE FUNCTION NUMVAL(RleiRc) TO EndRc
            ELSE
                MOVE 0 TO EndRc
            END-IF
            MOVE SPACES TO BodyLn
            STRING 'ENDED ' RleiTs '  RC ' RleiRc '  '
                RleiStatus
                DELIMITED BY SIZE INTO BodyLn
            END-STRING
            PERFORM AddBody
            MOVE SPACES TO BodyLn
            STRING 'FILES ' FUNCTION TRIM(RleiFiles)
                '  LINES ' FUNCTION TRIM(RleiLines)
                '  SAFE ' FUNCTION TRIM(RleiSafe)
                '  EXCEPTIONS ' FUNCTION TRIM(RleiExc)
                DELIMITED BY SIZE INTO BodyLn
            END-STRING
            PERFORM AddBody
        WHEN 'REJCT'
            MOVE SPACES TO ActText
            STRING 'FILE REJECTED ON CONTROL RECORDS: '
                FUNCTION TRIM(RlfiFile) ' - ' FUNCTION TRIM(RlfiNote)
                DELIMITED BY SIZE INTO ActText
            END-STRING
            PERFORM AddAction
            PERFORM AddTurnedAway
        WHEN 'HOLD '
            MOVE SPACES TO ActText
            STRING 'FILE HELD ON VOLUME CHECK: '
                FUNCTION TRIM(RlfiFile)
                ' - RELEASE VIA RELEASE.CFG ONCE CONFIRMED'
                DELIMITED BY SIZE INTO ActText
            END-STRING
            PERFORM AddAction
            PERFORM AddTurnedAway
        WHEN 'SKIP '
            PERFORM AddTurnedAway
    END-EVALUATE
EXIT.

*>******************************************************************
AddTurnedAway SECTION.
*>******************************************************************
    IF TurnedAwayCount < 100 THEN
        COMPUTE TurnedAwayCount = TurnedAwayCount + 1
        MOVE SPACES TO TurnedAwayText(TurnedAwayCount)
        STRING RlfiType '  ' RlfiFile '  ' RlfiNote
            DELIMITED BY SIZE INTO TurnedAwayText(TurnedAwayCount)
        END-STRING
    END-IF
EXIT.

*>******************************************************************
ReadSummary SECTION.
*>******************************************************************
    MOVE 'summary.txt' TO InFileName
    MOVE 'N' TO InOptional
    PERFORM OpenExpectedInput
    IF InOpen = 'N' THEN
        EXIT SECTION
    END-IF
    MOVE 'N' TO InSummaryTotals
    MOVE 'SUMMARY' TO InKind
    PERFORM ReadInput
EXIT.

*>******************************************************************
HandleSummary SECTION.
*>******************************************************************
    *> The grand totals are the day's figures; the per-file lines
    *> stay in summary.txt.
    IF InRec(1:24) = '===== GRAND TOTALS =====' THEN
        MOVE 'Y' TO InSummaryTotals
        EXIT SECTION
    END-IF
    IF InSummaryTotals = 'Y' AND InRec NOT = SPACES THEN
        MOVE InRec TO BodyLn
        PERFORM AddBody
    END-IF
EXIT.

*>******************************************************************
ReadPreflight SECTION.
*>******************************************************************
    PERFORM AddBlankBody
    MOVE '===== PREFLIGHT =====' TO BodyLn
    PERFORM AddBody
    MOVE 'preflight.txt' TO InFileName
    MOVE 'N' TO InOptional
    PERFORM OpenExpectedInput
    IF InOpen = 'N' THEN
        EXIT SECTION
    END-IF
    MOVE 'PREFLT' TO InKind
    PERFORM ReadInput
EXIT.

*>******************************************************************
HandlePreflight SECTION.
*>******************************************************************
    IF InLineNo = 1 THEN
        PERFORM CheckRunIdHeading
        EXIT SECTION
    END-IF
    IF InRec = SPACES THEN
        EXIT SECTION
    END-IF
    MOVE InRec TO BodyLn
    PERFORM AddBody
    *> Rejected files come through as runlog actions; setup errors
    *> and sender sequence breaks are only here.
    IF InRec(1:6) = 'ERROR:' OR InRec(1:16) = 'INFO:  SEQUENCE ' THEN
        MOVE InRec TO ActText
        PERFORM AddAction
    END-IF
EXIT.

*>******************************************************************
ReadHoldReg SECTION.
*>******************************************************************
    PERFORM AddBlankBody
    MOVE '===== FILES NOT PROCESSED =====' TO BodyLn
    PERFORM AddBody
    MOVE 1 TO TaIdx
    PERFORM UNTIL TaIdx > TurnedAwayCount
        MOVE TurnedAwayText(TaIdx) TO BodyLn
        PERFORM AddBody
        COMPUTE TaIdx = TaIdx + 1
    END-PERFORM
    IF TurnedAwayCount = 0 THEN
        MOVE 'NONE - NO FILE HELD, REJECTED OR REGISTER-SKIPPED' TO BodyLn
        PERFORM AddBody
    END-IF

    MOVE 'holdreg.txt' TO InFileName
    MOVE 'Y' TO InOptional
    PERFORM OpenExpectedInput
    IF InOpen = 'N' THEN
        EXIT SECTION
    END-IF
    MOVE 0 TO HoldRegToday
    MOVE 'HOLDREG' TO InKind
    PERFORM ReadInput
EXIT.

*>******************************************************************
HandleHoldReg SECTION.
*>******************************************************************
    MOVE InRec TO HoldRegIn
    IF HriDate NOT = TargetRunDate THEN
        EXIT SECTION
    END-IF
    IF HoldRegToday = 0 THEN
        MOVE SPACES TO BodyLn
        STRING 'HOLD REGISTER ENTRIES DATED ' TargetRunDate ':'
            DELIMITED BY SIZE INTO BodyLn
        END-STRING
        PERFORM AddBody
    END-IF
    COMPUTE HoldRegToday = HoldRegToday + 1
    MOVE SPACES TO BodyLn
    STRING '  ' FUNCTION TRIM(HriName) '  LINES '
        FUNCTION TRIM(HriLines) '  EXPECTED AVG ' FUNCTION TRIM(HriAvg)
        DELIMITED BY SIZE INTO BodyLn
    END-STRING
    PERFORM AddBody
EXIT.

*>******************************************************************
ReadBalance SECTION.
*>******************************************************************
    PERFORM AddBlankBody
    MOVE '===== OUTPUT RECONCILIATION =====' TO BodyLn
    PERFORM AddBody
    MOVE 'balance.txt' TO InFileName
    MOVE 'N' TO InOptional
    PERFORM OpenExpectedInput
    IF InOpen = 'N' THEN
        EXIT SECTION
    END-IF
    MOVE 'BALANCE' TO InKind
    PERFORM ReadInput
EXIT.

*>******************************************************************
HandleBalance SECTION.
*>******************************************************************
    IF InLineNo = 1 THEN
        PERFORM CheckRunIdHeading
        EXIT SECTION
    END-IF
    MOVE InRec TO BodyLn
    PERFORM AddBody
    MOVE InRec TO BalanceIn
    IF BaliVerdict = 'OUT OF BALANCE' THEN
        MOVE SPACES TO ActText
        STRING 'OUT OF BALANCE: ' FUNCTION TRIM(BaliLabel)
            ' ACTUAL ' FUNCTION TRIM(BaliActual)
            ' EXPECTED ' FUNCTION TRIM(BaliExpected)
            DELIMITED BY SIZE INTO ActText
        END-STRING
        PERFORM AddAction
    END-IF
EXIT.

*>******************************************************************
ReadTrend SECTION.
*>******************************************************************
    PERFORM AddBlankBody
    MOVE '===== SAFETY RATE TREND =====' TO BodyLn
    PERFORM AddBody
    MOVE 'trend.txt' TO InFileName
    MOVE 'N' TO InOptional
    PERFORM OpenExpectedInput
    IF InOpen = 'N' THEN
        EXIT SECTION
    END-IF
    MOVE 'N' TO InTrendFlagged
    MOVE 'N' TO TrendKeep
    MOVE 0 TO TrendAlertCount
    MOVE 'TREND' TO InKind
    PERFORM ReadInput
    IF LatestTrendLine NOT = SPACES THEN
        MOVE SPACES TO BodyLn
        STRING 'LATEST DAY: ' LatestTrendLine
            DELIMITED BY SIZE INTO BodyLn
        END-STRING
        PERFORM AddBody
    END-IF
    IF TrendAlertCount = 0 THEN
        MOVE 'LATEST DAY NOT FLAGGED' TO BodyLn
        PERFORM AddBody
    END-IF
EXIT.

*>******************************************************************
HandleTrend SECTION.
*>******************************************************************
    IF InRec(1:24) = '===== FLAGGED DAYS =====' THEN
        MOVE 'Y' TO InTrendFlagged
        EXIT SECTION
    END-IF
    *> Day lines start with the yyyy-mm-dd date; the detail section
    *> is in date order, so its last day line is the latest day.
    IF InTrendFlagged = 'N' THEN
        IF InRec(5:1) = '-' AND InRec(8:1) = '-'
                AND InRec(1:4) IS NUMERIC THEN
            MOVE InRec(1:10) TO LatestTrendDate
            MOVE InRec TO LatestTrendLine
        END-IF
        EXIT SECTION
    END-IF
    IF InRec(5:1) = '-' AND InRec(8:1) = '-'
            AND InRec(1:4) IS NUMERIC THEN
        IF InRec(1:10) = LatestTrendDate THEN
            MOVE 'Y' TO TrendKeep
            COMPUTE TrendAlertCount = TrendAlertCount + 1
            MOVE SPACES TO ActText
            STRING 'SAFETY RATE TREND ALERT FOR ' LatestTrendDate
                ' - SEE TREND.TXT'
                DELIMITED BY SIZE INTO ActText
            END-STRING
            PERFORM AddAction
        ELSE
            MOVE 'N' TO TrendKeep
        END-IF
    END-IF
    *> The reason-mix line under a kept alert goes with it.
    IF TrendKeep = 'Y' AND InRec NOT = SPACES THEN
        MOVE InRec TO BodyLn
        PERFORM AddBody
    END-IF
EXIT.

*>******************************************************************
ReadSrcTrend SECTION.
*>******************************************************************
    PERFORM AddBlankBody
    MOVE '===== PER-SOURCE ALERTS =====' TO BodyLn
    PERFORM AddBody
    MOVE 'srctrend.txt' TO InFileName
    MOVE 'N' TO InOptional
    PERFORM OpenExpectedInput
    IF InOpen = 'N' THEN
        EXIT SECTION
    END-IF
    MOVE 0 TO SrcAlertCount
    MOVE 'SRCTREND' TO InKind
    PERFORM ReadInput
    IF SrcAlertCount = 0 THEN
        MOVE 'NO SOURCES FLAGGED' TO BodyLn
        PERFORM AddBody
    ELSE
        MOVE SrcAlertCount TO CountDisp
        MOVE SPACES TO ActText
        STRING FUNCTION TRIM(CountDisp) ' SOURCE(S) FLAGGED ON THE '
            'PER-SOURCE TREND - SEE SRCTREND.TXT'
            DELIMITED BY SIZE INTO ActText
        END-STRING
        PERFORM AddAction
    END-IF
EXIT.

*>******************************************************************
HandleSrcTrend SECTION.
*>******************************************************************
    MOVE InRec TO SrcTrendIn
    IF StiFlag = '*ALERT*' THEN
        COMPUTE SrcAlertCount = SrcAlertCount + 1
        MOVE InRec TO BodyLn
        PERFORM AddBody
    END-IF
EXIT.

*>******************************************************************
ReadOrdAge SECTION.
*>******************************************************************
    PERFORM AddBlankBody
    MOVE '===== AGED WORK ORDERS =====' TO BodyLn
    PERFORM AddBody
    MOVE 'ordage.txt' TO InFileName
    MOVE 'N' TO InOptional
    PERFORM OpenExpectedInput
    IF InOpen = 'N' THEN
        EXIT SECTION
    END-IF
    MOVE 0 TO AgedOrderCount
    MOVE 'ORDAGE' TO InKind
    PERFORM ReadInput
    IF AgedOrderCount = 0 THEN
        MOVE 'NO ORDERS PAST THE AGE LIMIT' TO BodyLn
        PERFORM AddBody
    ELSE
        MOVE AgedOrderCount TO CountDisp
        MOVE SPACES TO ActText
        STRING FUNCTION TRIM(CountDisp) ' WORK ORDER(S) OPEN PAST '
            'THE AGE LIMIT - SEE ORDAGE.TXT'
            DELIMITED BY SIZE INTO ActText
        END-STRING
        PERFORM AddAction
    END-IF
EXIT.

*>******************************************************************
HandleOrdAge SECTION.
*>******************************************************************
    *> Order lines lead with the six-digit order number.
    IF InRec(1:6) IS NUMERIC THEN
        COMPUTE AgedOrderCount = AgedOrderCount + 1
        MOVE InRec TO BodyLn
        PERFORM AddBody
    END-IF
EXIT.

*>******************************************************************
ReadRecycRpt SECTION.
*>******************************************************************
    PERFORM AddBlankBody
    MOVE '===== EXCEPTIONS AWAITING CORRECTION =====' TO BodyLn
    PERFORM AddBody
    MOVE 'recycrpt.txt' TO InFileName
    MOVE 'N' TO InOptional
    PERFORM OpenExpectedInput
    IF InOpen = 'N' THEN
        EXIT SECTION
    END-IF
    MOVE 0 TO AwaitingCount
    MOVE 'RECYC' TO InKind
    PERFORM ReadInput
    IF AwaitingCount = 0 THEN
        MOVE 'NONE AWAITING CORRECTION' TO BodyLn
        PERFORM AddBody
    ELSE
        MOVE AwaitingCount TO CountDisp
        MOVE SPACES TO ActText
        STRING FUNCTION TRIM(CountDisp) ' EXCEPTION(S) AWAITING '
            'CORRECTION - SEE RECYCRPT.TXT'
            DELIMITED BY SIZE INTO ActText
        END-STRING
        PERFORM AddAction
    END-IF
EXIT.

*>******************************************************************
HandleRecyc SECTION.
*>******************************************************************
    MOVE InRec TO RecycIn
    IF RciVerdict = 'AWAITING CORRECTION' THEN
        COMPUTE AwaitingCount = AwaitingCount + 1
        MOVE InRec TO BodyLn
        PERFORM AddBody
    END-IF
EXIT.

*>******************************************************************
ReadChronic SECTION.
*>******************************************************************
    PERFORM AddBlankBody
    MOVE '===== CHRONIC OFFENDERS =====' TO BodyLn
    PERFORM AddBody
    MOVE 'chronic.txt' TO InFileName
    MOVE 'N' TO InOptional
    PERFORM OpenExpectedInput
    IF InOpen = 'N' THEN
        EXIT SECTION
    END-IF
    MOVE 0 TO ChronicCount
    MOVE 'CHRONIC' TO InKind
    PERFORM ReadInput
EXIT.

*>******************************************************************
HandleChronic SECTION.
*>******************************************************************
    *> For the record only - chronic offenders are the line
    *> engineers' standing list, not a shift action.
    IF InLineNo = 1 OR InRec = SPACES THEN
        EXIT SECTION
    END-IF
    IF InRec(1:20) NOT = 'NO CHRONIC OFFENDERS' THEN
        COMPUTE ChronicCount = ChronicCount + 1
    END-IF
    MOVE InRec TO BodyLn
    PERFORM AddBody
EXIT.

*>******************************************************************
AddExpectedInputs SECTION.
*>******************************************************************
    PERFORM AddBlankBody
    MOVE '===== EXPECTED INPUTS =====' TO BodyLn
    PERFORM AddBody
    MOVE 1 TO ExpIdx
    PERFORM UNTIL ExpIdx > ExpCount
        MOVE ExpName(ExpIdx) TO ExlName
        MOVE ExpState(ExpIdx) TO ExlState
        MOVE ExpDate(ExpIdx) TO ExlDate
        MOVE ExpLine TO BodyLn
        PERFORM AddBody
        COMPUTE ExpIdx = ExpIdx + 1
    END-PERFORM
EXIT.

*>******************************************************************
AddAction SECTION.
*>******************************************************************
    IF ActionCount < 200 THEN
        COMPUTE ActionCount = ActionCount + 1
        MOVE ActText TO ActionText(ActionCount)
    ELSE
        COMPUTE ActionDropped = ActionDropped + 1
    END-IF
EXIT.

*>******************************************************************
AddBlankBody SECTION.
*>******************************************************************
    MOVE SPACES TO BodyLn
    PERFORM AddBody
EXIT.

*>******************************************************************
AddBody SECTION.
*>******************************************************************
    IF BodyCount < 1500 THEN
        COMPUTE BodyCount = BodyCount + 1
        MOVE BodyLn TO BodyText(BodyCount)
    ELSE
        COMPUTE BodyDropped = BodyDropped + 1
    END-IF
    MOVE SPACES TO BodyLn
EXIT.

*>******************************************************************
WriteTurnoverHeadings SECTION.
*>******************************************************************
    COMPUTE TurnPageNo = TurnPageNo + 1
    MOVE TargetRunId TO TohRunId
    MOVE TargetRunDate TO TohRunDate
    MOVE TurnPageNo TO TohPage
    MOVE TodayDate TO TohToday
    MOVE TodayTime TO TohTime
    WRITE TurnoverRec FROM TurnHeading1
    WRITE TurnoverRec FROM TurnHeading2
    MOVE SPACES TO TurnoverRec
    WRITE TurnoverRec
    MOVE 3 TO TurnLineCount
EXIT.

*>******************************************************************
PutTurnLine SECTION.
*>******************************************************************
    IF TurnLineCount >= 55 THEN
        PERFORM WriteTurnoverHeadings
    END-IF
    WRITE TurnoverRec FROM TurnLn
    COMPUTE TurnLineCount = TurnLineCount + 1
EXIT.

*>******************************************************************
WriteTurnover SECTION.
*>******************************************************************
    OPEN OUTPUT TurnoverFile
    IF TurnoverFileStatus NOT = "00" THEN
        DISPLAY "ERROR: COULD NOT WRITE TURNOVER.TXT (STATUS "
                TurnoverFileStatus ")"
        MOVE 8 TO ShiftRc
        EXIT SECTION
    END-IF
    MOVE 0 TO TurnPageNo
    PERFORM WriteTurnoverHeadings

    MOVE ActionCount TO CountDisp
    MOVE SPACES TO TurnLn
    STRING '===== ACTION ITEMS (' FUNCTION TRIM(CountDisp) ') ====='
        DELIMITED BY SIZE INTO TurnLn
    END-STRING
    PERFORM PutTurnLine
    IF ActionCount = 0 THEN
        MOVE 'NONE - RUN CLEAN, NOTHING TO HAND OVER' TO TurnLn
        PERFORM PutTurnLine
    END-IF
    MOVE 1 TO ActIdx
    PERFORM UNTIL ActIdx > ActionCount
        MOVE ActIdx TO ActNo
        MOVE ActionText(ActIdx) TO ActLineText
        MOVE ActionLine TO TurnLn
        PERFORM PutTurnLine
        COMPUTE ActIdx = ActIdx + 1
    END-PERFORM
    IF ActionDropped > 0 THEN
        MOVE SPACES TO TurnLn
        STRING '** PLUS ' ActionDropped ' MORE ACTION ITEM(S) NOT '
            'LISTED - TABLE FULL **'
            DELIMITED BY SIZE INTO TurnLn
        END-STRING
        PERFORM PutTurnLine
    END-IF

    MOVE 1 TO BodyIdx
    PERFORM UNTIL BodyIdx > BodyCount
        MOVE BodyText(BodyIdx) TO TurnLn
        PERFORM PutTurnLine
        COMPUTE BodyIdx = BodyIdx + 1
    END-PERFORM
    IF BodyDropped > 0 THEN
        MOVE SPACES TO TurnLn
        STRING '** PLUS ' BodyDropped ' MORE LINE(S) NOT LISTED - '
            'TABLE FULL **'
            DELIMITED BY SIZE INTO TurnLn
        END-STRING
        PERFORM PutTurnLine
    END-IF
    CLOSE TurnoverFile
EXIT.
