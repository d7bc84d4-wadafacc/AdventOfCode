IDENTIFICATION DIVISION.
PROGRAM-ID. Restate.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RestateCfgFile ASSIGN TO 'restate.cfg'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RestateCfgFileStatus.
    SELECT HistoryFile ASSIGN TO 'history.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HistoryFileStatus.
    SELECT SrcHistFile ASSIGN TO 'srchist.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SrcHistFileStatus.
    SELECT GenFile ASSIGN TO DYNAMIC GenFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GenFileStatus.
    SELECT RstHistFile ASSIGN TO 'rsthist.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RstHistFileStatus.
    SELECT RstSrcFile ASSIGN TO 'rstsrc.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RstSrcFileStatus.
    SELECT RestateRptFile ASSIGN TO 'restate.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RestateRptFileStatus.

DATA DIVISION.
FILE SECTION.
FD RestateCfgFile.
01 RestateCfgRec PIC X(60).

FD HistoryFile.
01 HistoryRec PIC X(90).

FD SrcHistFile.
01 SrcHistRec PIC X(60).

FD GenFile.
01 GenRec PIC X(320).

FD RstHistFile.
01 RstHistRec PIC X(90).

FD RstSrcFile.
01 RstSrcRec PIC X(60).

FD RestateRptFile.
01 RestateRptRec PIC X(132).

WORKING-STORAGE SECTION.
01 RestateCfgFileStatus PIC XX.
01 HistoryFileStatus    PIC XX.
01 SrcHistFileStatus    PIC XX.
01 GenFileStatus        PIC XX.
01 RstHistFileStatus    PIC XX.
01 RstSrcFileStatus     PIC XX.
01 RestateRptFileStatus PIC XX.
01 InEOF                PIC X VALUE 'N'.

01 RstCurrentDate       PIC X(21).
01 RunDate              PIC X(10).

*> restate.cfg line 1: '<from yyyy-mm-dd> <to yyyy-mm-dd> [<config>]'.
*> The configuration is taken from the register, never from the cards
*> on disk: LATEST (the default) is the last version registered, V<n>
*> a version by number, and a date the version in force on that date.
*> Every day in the range is re-judged under that one version, so a
*> trend run over the restated series never straddles a rule change.
01 RstCard              PIC X(60).
01 TokFrom              PIC X(20).
01 TokTo                PIC X(20).
01 TokCfg               PIC X(20).
01 TokExtra             PIC X(20).
01 RstFromDate          PIC X(10).
01 RstToDate            PIC X(10).
01 RstFromYmd           PIC X(8).
01 RstCfgSel            PIC X(20) VALUE 'LATEST'.
01 DateCheck            PIC X(10).
01 DateOk               PIC X VALUE 'N'.
01 DateYmdX             PIC X(8).
01 DateYmd              PIC 9(8) VALUE 0.
01 DateInt              PIC 9(9) VALUE 0.
01 FromInt              PIC 9(9) VALUE 0.
01 ToInt                PIC 9(9) VALUE 0.
01 TodayInt             PIC 9(9) VALUE 0.
01 RangeDays            PIC 9(9) VALUE 0.

*> The chosen version's cards, fetched through CfgGet.
01 AsOfDate             PIC X(10).
01 AsOfFile             PIC X(14).
01 AsOfStatus           PIC X.
01 AsOfVersion          PIC 9(5) VALUE 0.
01 AsOfVerDate          PIC X(10).
01 AsOfLineCount        PIC 9(3) VALUE 0.
01 AsOfLines.
    05 AsOfLine OCCURS 100 TIMES PIC X(100).
01 AsOfIdx              PIC 9(3) VALUE 0.
01 RstCfgVer            PIC X(6).

*> Evaluation rules, loaded from that version exactly as the daily
*> run loads them from the cards.
01 ToleranceRec         PIC X(20).
01 TolProfRec           PIC X(50).
01 DampModeRec          PIC X(20).
01 DampModeTok          PIC X(20).
01 MinDiff              PIC 9(5) VALUE 1.
01 MaxDiff              PIC 9(5) VALUE 3.
01 EvalMode             PIC X VALUE 'L'.
01 ProfileTable.
    05 ProfEntry OCCURS 100 TIMES.
        10 ProfId       PIC X(20).
        10 ProfIdLen    PIC 9(5).
        10 ProfPrefix   PIC X.
        10 ProfMinDiff  PIC 9(5).
        10 ProfMaxDiff  PIC 9(5).
01 ProfileCount         PIC 9(5) VALUE 0.
01 ProfIdx              PIC 9(5) VALUE 0.
01 ProfBestIdx          PIC 9(5) VALUE 0.
01 ProfBestLen          PIC 9(5) VALUE 0.
01 ProfTokId            PIC X(20).
01 ProfTokMin           PIC X(20).
01 ProfTokMax           PIC X(20).
01 ProfTokLen           PIC 9(5) VALUE 0.
01 EffMinDiff           PIC 9(5) VALUE 1.
01 EffMaxDiff           PIC 9(5) VALUE 3.

*> EvalLn interface.
01 Ln                   PIC X(100).
01 LevelsLn             PIC X(100).
01 Result               PIC 9(1).
01 DampenerUsed         PIC X.
01 Malformed            PIC X.
01 MalformedReason      PIC X(30).
01 FailIdx              PIC 9(5).
01 OverBy               PIC 9(5) VALUE 0.
01 LnStats              PIC X(128).
01 NewStatus            PIC X(9).

01 ReportId             PIC X(20).
01 IdWorkLn             PIC X(100).
01 IdToken              PIC X(20).
01 IdTokenLen           PIC 9(5) VALUE 0.
01 IdPtr                PIC 9(5) VALUE 1.

*> One entry per calendar day of the range. Before counts are the
*> history.txt lines for the day (merged, as TrendRpt merges them);
*> after counts are the day's raw readings judged again.
01 DayTable.
    05 DayEntry OCCURS 400 TIMES.
        10 DyDate           PIC X(10).
        10 DyHist           PIC X.
        10 DyWasVer         PIC X(6).
        10 DyBfLines        PIC 9(9).
        10 DyBfSafe         PIC 9(9).
        10 DyBfUnsafe       PIC 9(9).
        10 DyBfExc          PIC 9(9).
        10 DyRawLines       PIC 9(9).
        10 DyDup            PIC 9(9).
        10 DySafe           PIC 9(9).
        10 DyUnsafe         PIC 9(9).
        10 DyExc            PIC 9(9).
        10 DyRev            PIC 9(9).
        10 DyBig            PIC 9(9).
        10 DySmall          PIC 9(9).
01 DayCount             PIC 9(5) VALUE 0.
01 DayIdx               PIC 9(5) VALUE 0.

*> Source-days srchist.txt posted within the range. Only these are
*> restated: a source the registry kept out of srchist.txt (not
*> commissioned, or retired) stays out of the restated series too.
*> BASELINE markers are carried over whatever their date.
01 SrcDayTable.
    05 SrcDayEntry OCCURS 5000 TIMES.
        10 SdId         PIC X(20).
        10 SdDate       PIC X(10).
        10 SdRaw        PIC X.
        10 SdSafe       PIC 9(9).
        10 SdUnsafe     PIC 9(9).
        10 SdExc        PIC 9(9).
01 SrcDayCount          PIC 9(5) VALUE 0.
01 SdIdx                PIC 9(5) VALUE 0.
01 SdFoundIdx           PIC 9(5) VALUE 0.
01 SdDropped            PIC 9(5) VALUE 0.
01 BaseTable.
    05 BaseLine OCCURS 400 TIMES PIC X(60).
01 BaseCount            PIC 9(5) VALUE 0.
01 BaseIdx              PIC 9(5) VALUE 0.

01 TokId                PIC X(20).
01 TokDate              PIC X(20).
01 TokTotal             PIC X(20).
01 TokSafe              PIC X(20).
01 TokUnsafe            PIC X(20).
01 TokExc               PIC X(20).
01 TokRev               PIC X(20).
01 TokBig               PIC X(20).
01 TokSmall             PIC X(20).
01 TokDup               PIC X(20).
01 TokVer               PIC X(20).

*> Raw readings come from the month-end archives and from any dated
*> report generation the sweep has not yet consolidated, month by
*> month from the first month of the range up to today. A late file
*> is generated after its business date, so no earlier month can hold
*> readings for the range. A day already in its archive is not read
*> again from a generation that survived the sweep.
01 ScanYear             PIC 9(4) VALUE 0.
01 ScanMon              PIC 9(2) VALUE 0.
01 ScanYyyymm           PIC X(6).
01 ScanGenSeen          PIC X(31).
01 DayNo                PIC 9(2) VALUE 0.
01 GenFileName          PIC X(30).
01 ArchFields.
    05 ArcGenDate       PIC X(8).
    05 FILLER           PIC X(2).
    05 ArcType          PIC X(6).
    05 FILLER           PIC X(2).
    05 ArcData          PIC X(300).
01 RptInFields.
    05 RptRunIdIn   PIC X(14).
    05 FILLER       PIC X(2).
    05 RptSeqIn     PIC X(5).
    05 FILLER       PIC X(2).
    05 RptFileIn    PIC X(100).
    05 FILLER       PIC X(2).
    05 RptStatusIn  PIC X(9).
    05 FILLER       PIC X(2).
    05 RptReasonIn  PIC X(20).
    05 FILLER       PIC X(2).
    05 RptLnIn      PIC X(100).
    05 FILLER       PIC X(2).
    05 RptProfileIn PIC X(20).
    05 FILLER       PIC X(2).
    05 RptBusDateIn PIC X(10).
01 RecGenDate           PIC X(8).
01 RecBusDate           PIC X(10).
01 GensRead             PIC 9(5) VALUE 0.
01 ArchivesRead         PIC 9(5) VALUE 0.
01 RawRecords           PIC 9(9) VALUE 0.
01 RawEvaluated         PIC 9(9) VALUE 0.

*> Daily and per-source history records, as DayTwo writes them.
01 HistoryLine.
    05 HistRunDate      PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 HistTotalLines   PIC Z(5)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 HistSafeCount    PIC Z(5)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 HistUnsafeCount  PIC Z(5)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 HistExceptionCount PIC Z(5)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 HistRevCount     PIC Z(5)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 HistBigCount     PIC Z(5)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 HistSmallCount   PIC Z(5)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 HistDupCount     PIC Z(5)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 HistCfgVer       PIC X(6).
01 SrcHistLine.
    05 ShId             PIC X(20).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 ShDate           PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 ShSafe           PIC Z(5)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 ShUnsafe         PIC Z(5)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 ShExc            PIC Z(5)9.

01 DaysWritten          PIC 9(5) VALUE 0.
01 DaysNoRaw            PIC 9(5) VALUE 0.
01 DaysPartial          PIC 9(5) VALUE 0.
01 SrcDaysWritten       PIC 9(5) VALUE 0.
01 SrcDaysNoRaw         PIC 9(5) VALUE 0.
01 TotBfLines           PIC 9(11) VALUE 0.
01 TotBfSafe            PIC 9(11) VALUE 0.
01 TotAfLines           PIC 9(11) VALUE 0.
01 TotAfSafe            PIC 9(11) VALUE 0.
01 TotChanged           PIC 9(11) VALUE 0.
01 AfLines              PIC 9(9) VALUE 0.
01 BfRate               PIC 9(3)V9(2) VALUE 0.
01 AfRate               PIC 9(3)V9(2) VALUE 0.
01 RateChange           PIC S9(3)V9(2) VALUE 0.
01 CountDisp            PIC Z(8)9.
01 CountDisp2           PIC Z(8)9.

01 RstHeading1.
    05 FILLER           PIC X(40)
        VALUE '===== HISTORICAL RESTATEMENT ===== FROM '.
    05 RshFrom          PIC X(10).
    05 FILLER           PIC X(4) VALUE ' TO '.
    05 RshTo            PIC X(10).
    05 FILLER           PIC X(11) VALUE '  RUN DATE '.
    05 RshRunDate       PIC X(10).
01 RstHeading2.
    05 FILLER           PIC X(29)
        VALUE 'RESTATED UNDER CONFIGURATION '.
    05 RshCfgVer        PIC X(6).
    05 FILLER           PIC X(15) VALUE ' REGISTERED ON '.
    05 RshVerDate       PIC X(10).
    05 FILLER           PIC X(14) VALUE '  SELECTED BY '.
    05 RshCfgSel        PIC X(20).
01 RstHeading3.
    05 FILLER           PIC X(20) VALUE SPACES.
    05 FILLER           PIC X(43)
        VALUE '------------- AS RECORDED -----------------'.
    05 FILLER           PIC X(3) VALUE SPACES.
    05 FILLER           PIC X(43)
        VALUE '------------- RESTATED --------------------'.
01 RstHeading4.
    05 FILLER           PIC X(10) VALUE 'DATE'.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FILLER           PIC X(6) VALUE 'WAS'.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FILLER           PIC X(43)
        VALUE '  LINES     SAFE   UNSAFE      EXC     RATE'.
    05 FILLER           PIC X(3) VALUE SPACES.
    05 FILLER           PIC X(43)
        VALUE '  LINES     SAFE   UNSAFE      EXC     RATE'.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FILLER           PIC X(7) VALUE ' CHANGE'.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FILLER           PIC X(12) VALUE 'NOTE'.
01 RstDetailLine.
    05 RsdDate          PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RsdWasVer        PIC X(6).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RsdBfLines       PIC Z(6)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RsdBfSafe        PIC Z(6)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RsdBfUnsafe      PIC Z(6)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RsdBfExc         PIC Z(6)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RsdBfRate        PIC ZZ9.99.
    05 FILLER           PIC X(4) VALUE SPACES.
    05 RsdAfLines       PIC Z(6)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RsdAfSafe        PIC Z(6)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RsdAfUnsafe      PIC Z(6)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RsdAfExc         PIC Z(6)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RsdAfRate        PIC ZZ9.99.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RsdChange        PIC +ZZ9.99.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RsdNote          PIC X(12).
01 RstCountLine.
    05 FILLER           PIC X(4) VALUE SPACES.
    05 RscLabel         PIC X(40).
    05 RscCount         PIC Z(10)9.
01 RstRateLine.
    05 FILLER           PIC X(4) VALUE SPACES.
    05 RsrLabel         PIC X(40).
    05 FILLER           PIC X(5) VALUE SPACES.
    05 RsrRate          PIC ZZ9.99.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO RstCurrentDate
    STRING RstCurrentDate(1:4) '-' RstCurrentDate(5:2) '-'
        RstCurrentDate(7:2)
        DELIMITED BY SIZE INTO RunDate
    END-STRING

    PERFORM LoadRestateCard
    PERFORM LoadRestateConfig
    PERFORM BuildDayTable
    PERFORM ReadHistory
    PERFORM ReadSrcHistory

    MOVE RstFromDate(1:4) TO ScanYear
    MOVE RstFromDate(6:2) TO ScanMon
    PERFORM SetScanMonth
    PERFORM UNTIL ScanYyyymm > RstCurrentDate(1:6)
        PERFORM ReadMonthArchive
        PERFORM ReadMonthGenerations
        IF ScanMon = 12 THEN
            MOVE 1 TO ScanMon
            COMPUTE ScanYear = ScanYear + 1
        ELSE
            COMPUTE ScanMon = ScanMon + 1
        END-IF
        PERFORM SetScanMonth
    END-PERFORM

    *> Nothing to restate from - leave any earlier restated series
    *> in place rather than replace it with an empty one.
    IF RawRecords = 0 THEN
        DISPLAY "ERROR: NO RAW READINGS ON FILE FOR " RstFromDate
                " TO " RstToDate " - NOTHING RESTATED"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WriteRestatedHistory
    PERFORM WriteRestatedSrcHistory
    PERFORM WriteRestateReport

    MOVE DaysWritten TO CountDisp
    MOVE SrcDaysWritten TO CountDisp2
    DISPLAY "RESTATED " FUNCTION TRIM(CountDisp) " DAY(S) AND "
            FUNCTION TRIM(CountDisp2) " SOURCE-DAY(S) UNDER "
            "CONFIGURATION " RstCfgVer " - SEE RESTATE.TXT"
    IF DaysNoRaw + DaysPartial > 0 THEN
        DISPLAY "WARNING: " DaysNoRaw " DAY(S) WITH NO RAW READINGS, "
                DaysPartial " WITH ONLY PART OF THEM - NOT FULLY "
                "RESTATED"
        MOVE 1 TO RETURN-CODE
    END-IF
STOP RUN.

*>******************************************************************
LoadRestateCard SECTION.
*>******************************************************************
    MOVE SPACES TO RstCard
    OPEN INPUT RestateCfgFile
    IF RestateCfgFileStatus = "00" THEN
        READ RestateCfgFile INTO RestateCfgRec
            AT END
                CONTINUE
            NOT AT END
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RestateCfgRec))
                    TO RstCard
        END-READ
        CLOSE RestateCfgFile
    END-IF
    IF RstCard = SPACES THEN
        DISPLAY "ERROR: RESTATE.CFG MUST GIVE THE DATE RANGE: "
                "<FROM YYYY-MM-DD> <TO YYYY-MM-DD> [LATEST|V<N>|"
                "<YYYY-MM-DD>]"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE SPACES TO TokFrom TokTo TokCfg TokExtra
    UNSTRING RstCard DELIMITED BY ALL SPACES
        INTO TokFrom, TokTo, TokCfg, TokExtra
    END-UNSTRING
    IF TokCfg NOT = SPACES THEN
        MOVE TokCfg TO RstCfgSel
    END-IF

    MOVE TokFrom TO DateCheck
    PERFORM CheckCardDate
    IF DateOk = 'N' OR TokFrom(11:10) NOT = SPACES THEN
        DISPLAY "ERROR: RESTATE.CFG FROM DATE IS NOT A YYYY-MM-DD DATE ("
                FUNCTION TRIM(TokFrom) ")"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE DateCheck TO RstFromDate
    MOVE DateYmdX TO RstFromYmd
    MOVE DateInt TO FromInt

    MOVE TokTo TO DateCheck
    PERFORM CheckCardDate
    IF DateOk = 'N' OR TokTo(11:10) NOT = SPACES THEN
        DISPLAY "ERROR: RESTATE.CFG TO DATE IS NOT A YYYY-MM-DD DATE ("
                FUNCTION TRIM(TokTo) ")"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE DateCheck TO RstToDate
    MOVE DateInt TO ToInt

    COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(RstCurrentDate(1:8)))
    IF ToInt < FromInt OR ToInt > TodayInt THEN
        DISPLAY "ERROR: RESTATE.CFG RANGE " RstFromDate " TO "
                RstToDate " MUST RUN FORWARD AND END BY TODAY"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE RangeDays = ToInt - FromInt + 1
    IF RangeDays > 400 THEN
        MOVE RangeDays TO CountDisp
        DISPLAY "ERROR: RESTATE.CFG RANGE IS " FUNCTION TRIM(CountDisp)
                " DAYS - AT MOST 400 CAN BE RESTATED IN ONE RUN"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    IF TokExtra NOT = SPACES THEN
        DISPLAY "ERROR: RESTATE.CFG HAS AN UNEXPECTED TOKEN ("
                FUNCTION TRIM(TokExtra) ")"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
EXIT.

*>******************************************************************
CheckCardDate SECTION.
*>******************************************************************
    MOVE 'N' TO DateOk
    IF DateCheck(1:4) IS NOT NUMERIC OR DateCheck(5:1) NOT = '-'
            OR DateCheck(6:2) IS NOT NUMERIC OR DateCheck(8:1) NOT = '-'
            OR DateCheck(9:2) IS NOT NUMERIC THEN
        EXIT SECTION
    END-IF
    MOVE SPACES TO DateYmdX
    STRING DateCheck(1:4) DateCheck(6:2) DateCheck(9:2)
        DELIMITED BY SIZE INTO DateYmdX
    END-STRING
    MOVE DateYmdX TO DateYmd
    IF FUNCTION TEST-DATE-YYYYMMDD(DateYmd) NOT = 0 THEN
        EXIT SECTION
    END-IF
    COMPUTE DateInt = FUNCTION INTEGER-OF-DATE(DateYmd)
    MOVE 'Y' TO DateOk
EXIT.

*>******************************************************************
LoadRestateConfig SECTION.
*>******************************************************************
    *> Today's date finds the last version registered; the register
    *> never holds one dated after the run that registered it.
    EVALUATE TRUE
        WHEN RstCfgSel = 'LATEST'
            MOVE RunDate TO AsOfDate
        WHEN RstCfgSel(1:1) = 'V'
                AND FUNCTION TRIM(RstCfgSel(2:19)) IS NUMERIC
                AND RstCfgSel(11:10) = SPACES
            MOVE RstCfgSel TO AsOfDate
        WHEN OTHER
            MOVE RstCfgSel TO DateCheck
            PERFORM CheckCardDate
            IF DateOk = 'N' OR RstCfgSel(11:10) NOT = SPACES THEN
                DISPLAY "ERROR: RESTATE.CFG CONFIGURATION MUST BE "
                        "LATEST, V<N> OR A YYYY-MM-DD DATE ("
                        FUNCTION TRIM(RstCfgSel) ")"
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE DateCheck TO AsOfDate
    END-EVALUATE

    MOVE 'tolerance.cfg' TO AsOfFile
    PERFORM FetchAsOfCfg
    MOVE SPACES TO RstCfgVer
    STRING 'V' AsOfVersion DELIMITED BY SIZE INTO RstCfgVer
    END-STRING
    DISPLAY "RESTATING " RstFromDate " TO " RstToDate
            " UNDER CONFIGURATION " RstCfgVer " (REGISTERED ON "
            AsOfVerDate ")"

    IF AsOfLineCount > 0 THEN
        MOVE AsOfLine(1) TO ToleranceRec
        IF FUNCTION TRIM(ToleranceRec) IS NUMERIC THEN
            MOVE FUNCTION TRIM(ToleranceRec) TO MinDiff
        END-IF
    END-IF
    IF AsOfLineCount > 1 THEN
        MOVE AsOfLine(2) TO ToleranceRec
        IF FUNCTION TRIM(ToleranceRec) IS NUMERIC THEN
            MOVE FUNCTION TRIM(ToleranceRec) TO MaxDiff
        END-IF
    END-IF

    MOVE 'dampmode.cfg' TO AsOfFile
    PERFORM FetchAsOfCfg
    IF AsOfLineCount > 0 THEN
        MOVE AsOfLine(1) TO DampModeRec
        MOVE FUNCTION UPPER-CASE(
            FUNCTION TRIM(DampModeRec)) TO DampModeTok
        EVALUATE DampModeTok
            WHEN 'EXHAUSTIVE'
                MOVE 'E' TO EvalMode
            WHEN 'LEGACY'
                MOVE 'L' TO EvalMode
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF

    MOVE 0 TO ProfileCount
    MOVE 'tolprof.cfg' TO AsOfFile
    PERFORM FetchAsOfCfg
    MOVE 1 TO AsOfIdx
    PERFORM UNTIL AsOfIdx > AsOfLineCount
        MOVE AsOfLine(AsOfIdx) TO TolProfRec
        IF FUNCTION TRIM(TolProfRec) NOT = SPACES THEN
            PERFORM ParseProfileLine
        END-IF
        COMPUTE AsOfIdx = AsOfIdx + 1
    END-PERFORM
EXIT.

*>******************************************************************
FetchAsOfCfg SECTION.
*>******************************************************************
    *> A card that was absent in that version reads as an empty card,
    *> exactly as a missing file would - the defaults stand.
    CALL 'CfgGet' USING AsOfDate, AsOfFile, AsOfStatus, AsOfVersion,
        AsOfVerDate, AsOfLineCount, AsOfLines
    EVALUATE AsOfStatus
        WHEN 'F'
            CONTINUE
        WHEN 'M'
            MOVE 0 TO AsOfLineCount
        WHEN 'E'
            DISPLAY "ERROR: NO CONFIGURATION REGISTER (CFGREG.TXT) - "
                    "NOTHING TO RESTATE UNDER"
            MOVE 4 TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            DISPLAY "ERROR: NO CONFIGURATION VERSION REGISTERED FOR "
                    FUNCTION TRIM(RstCfgSel)
            MOVE 4 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
EXIT.

*>******************************************************************
ParseProfileLine SECTION.
*>******************************************************************
    MOVE SPACES TO ProfTokId ProfTokMin ProfTokMax
    UNSTRING FUNCTION TRIM(TolProfRec) DELIMITED BY ALL SPACES
        INTO ProfTokId, ProfTokMin, ProfTokMax
    END-UNSTRING
    IF FUNCTION TRIM(ProfTokMin) IS NUMERIC
            AND FUNCTION TRIM(ProfTokMax) IS NUMERIC
            AND FUNCTION NUMVAL(ProfTokMin)
                <= FUNCTION NUMVAL(ProfTokMax)
            AND ProfileCount < 100 THEN
        COMPUTE ProfileCount = ProfileCount + 1
        COMPUTE ProfTokLen =
            FUNCTION LENGTH(FUNCTION TRIM(ProfTokId))
        IF ProfTokLen > 1
                AND ProfTokId(ProfTokLen:1) = '*' THEN
            MOVE 'Y' TO ProfPrefix(ProfileCount)
            COMPUTE ProfIdLen(ProfileCount) = ProfTokLen - 1
            MOVE SPACES TO ProfId(ProfileCount)
            MOVE ProfTokId(1:ProfTokLen - 1)
                TO ProfId(ProfileCount)
        ELSE
            MOVE 'N' TO ProfPrefix(ProfileCount)
            MOVE ProfTokLen TO ProfIdLen(ProfileCount)
            MOVE ProfTokId TO ProfId(ProfileCount)
        END-IF
        MOVE FUNCTION TRIM(ProfTokMin) TO ProfMinDiff(ProfileCount)
        MOVE FUNCTION TRIM(ProfTokMax) TO ProfMaxDiff(ProfileCount)
    END-IF
EXIT.

*>******************************************************************
BuildDayTable SECTION.
*>******************************************************************
    MOVE 0 TO DayCount
    MOVE FromInt TO DateInt
    PERFORM UNTIL DateInt > ToInt
        COMPUTE DayCount = DayCount + 1
        INITIALIZE DayEntry(DayCount)
        MOVE 'N' TO DyHist(DayCount)
        COMPUTE DateYmd = FUNCTION DATE-OF-INTEGER(DateInt)
        MOVE DateYmd TO DateYmdX
        STRING DateYmdX(1:4) '-' DateYmdX(5:2) '-' DateYmdX(7:2)
            DELIMITED BY SIZE INTO DyDate(DayCount)
        END-STRING
        COMPUTE DateInt = DateInt + 1
    END-PERFORM
EXIT.

*>******************************************************************
FindDay SECTION.
*>******************************************************************
    *> DateCheck holds a yyyy-mm-dd date; DayIdx is its slot, or 0
    *> when it falls outside the range.
    MOVE 0 TO DayIdx
    IF DateCheck < RstFromDate OR DateCheck > RstToDate THEN
        EXIT SECTION
    END-IF
    PERFORM CheckCardDate
    IF DateOk = 'Y' THEN
        COMPUTE DayIdx = DateInt - FromInt + 1
    END-IF
EXIT.

*>******************************************************************
ReadHistory SECTION.
*>******************************************************************
    OPEN INPUT HistoryFile
    IF HistoryFileStatus NOT = "00" THEN
        DISPLAY "WARNING: HISTORY.TXT NOT FOUND - NO AS-RECORDED "
                "COUNTS TO COMPARE WITH"
        EXIT SECTION
    END-IF
    MOVE 'N' TO InEOF
    PERFORM UNTIL InEOF = 'Y'
        READ HistoryFile
            AT END
                MOVE 'Y' TO InEOF
            NOT AT END
                IF HistoryRec NOT = SPACES THEN
                    PERFORM TakeHistoryLine
                END-IF
        END-READ
    END-PERFORM
    CLOSE HistoryFile
EXIT.

*>******************************************************************
TakeHistoryLine SECTION.
*>******************************************************************
    MOVE SPACES TO TokDate TokTotal TokSafe TokUnsafe TokExc
    MOVE SPACES TO TokRev TokBig TokSmall TokDup TokVer
    UNSTRING FUNCTION TRIM(HistoryRec) DELIMITED BY ALL SPACES
        INTO TokDate, TokTotal, TokSafe, TokUnsafe, TokExc,
            TokRev, TokBig, TokSmall, TokDup, TokVer
    END-UNSTRING
    IF FUNCTION TRIM(TokTotal) IS NOT NUMERIC
            OR FUNCTION TRIM(TokSafe) IS NOT NUMERIC
            OR FUNCTION TRIM(TokUnsafe) IS NOT NUMERIC
            OR FUNCTION TRIM(TokExc) IS NOT NUMERIC THEN
        EXIT SECTION
    END-IF
    MOVE TokDate(1:10) TO DateCheck
    PERFORM FindDay
    IF DayIdx = 0 THEN
        EXIT SECTION
    END-IF

    *> Lines from before the register was kept carry no version.
    IF TokVer = SPACES THEN
        MOVE 'NONE' TO TokVer
    END-IF
    IF DyHist(DayIdx) = 'N' THEN
        MOVE TokVer TO DyWasVer(DayIdx)
    ELSE
        IF DyWasVer(DayIdx) NOT = TokVer(1:6) THEN
            MOVE 'MIXED' TO DyWasVer(DayIdx)
        END-IF
    END-IF
    MOVE 'Y' TO DyHist(DayIdx)
    COMPUTE DyBfLines(DayIdx) = DyBfLines(DayIdx)
        + FUNCTION NUMVAL(TokTotal)
    COMPUTE DyBfSafe(DayIdx) = DyBfSafe(DayIdx)
        + FUNCTION NUMVAL(TokSafe)
    COMPUTE DyBfUnsafe(DayIdx) = DyBfUnsafe(DayIdx)
        + FUNCTION NUMVAL(TokUnsafe)
    COMPUTE DyBfExc(DayIdx) = DyBfExc(DayIdx)
        + FUNCTION NUMVAL(TokExc)
EXIT.

*>******************************************************************
ReadSrcHistory SECTION.
*>******************************************************************
    OPEN INPUT SrcHistFile
    IF SrcHistFileStatus NOT = "00" THEN
        DISPLAY "WARNING: SRCHIST.TXT NOT FOUND - NO PER-SOURCE "
                "HISTORY WILL BE RESTATED"
        EXIT SECTION
    END-IF
    MOVE 'N' TO InEOF
    PERFORM UNTIL InEOF = 'Y'
        READ SrcHistFile
            AT END
                MOVE 'Y' TO InEOF
            NOT AT END
                IF SrcHistRec NOT = SPACES THEN
                    PERFORM TakeSrcHistLine
                END-IF
        END-READ
    END-PERFORM
    CLOSE SrcHistFile
EXIT.

*>******************************************************************
TakeSrcHistLine SECTION.
*>******************************************************************
    MOVE SPACES TO TokId TokDate TokSafe TokUnsafe TokExc
    UNSTRING FUNCTION TRIM(SrcHistRec) DELIMITED BY ALL SPACES
        INTO TokId, TokDate, TokSafe, TokUnsafe, TokExc
    END-UNSTRING

    IF TokSafe = 'BASELINE' THEN
        IF BaseCount < 400 THEN
            COMPUTE BaseCount = BaseCount + 1
            MOVE SrcHistRec TO BaseLine(BaseCount)
        ELSE
            DISPLAY "WARNING: MORE THAN 400 BASELINES - "
                    FUNCTION TRIM(TokId) " NOT CARRIED OVER"
        END-IF
        EXIT SECTION
    END-IF
    IF TokDate(1:10) < RstFromDate OR TokDate(1:10) > RstToDate THEN
        EXIT SECTION
    END-IF

    MOVE TokId TO ReportId
    MOVE TokDate(1:10) TO RecBusDate
    PERFORM FindSrcDay
    IF SdFoundIdx > 0 THEN
        EXIT SECTION
    END-IF
    IF SrcDayCount < 5000 THEN
        COMPUTE SrcDayCount = SrcDayCount + 1
        MOVE TokId TO SdId(SrcDayCount)
        MOVE TokDate(1:10) TO SdDate(SrcDayCount)
        MOVE 'N' TO SdRaw(SrcDayCount)
        MOVE 0 TO SdSafe(SrcDayCount)
        MOVE 0 TO SdUnsafe(SrcDayCount)
        MOVE 0 TO SdExc(SrcDayCount)
    ELSE
        COMPUTE SdDropped = SdDropped + 1
    END-IF
EXIT.

*>******************************************************************
FindSrcDay SECTION.
*>******************************************************************
    MOVE 0 TO SdFoundIdx
    MOVE 1 TO SdIdx
    PERFORM UNTIL SdIdx > SrcDayCount OR SdFoundIdx > 0
        IF SdId(SdIdx) = ReportId AND SdDate(SdIdx) = RecBusDate THEN
            MOVE SdIdx TO SdFoundIdx
        END-IF
        COMPUTE SdIdx = SdIdx + 1
    END-PERFORM
EXIT.

*>******************************************************************
SetScanMonth SECTION.
*>******************************************************************
    MOVE SPACES TO ScanYyyymm
    STRING ScanYear ScanMon DELIMITED BY SIZE INTO ScanYyyymm
    END-STRING
    MOVE ALL 'N' TO ScanGenSeen
EXIT.

*>******************************************************************
ReadMonthArchive SECTION.
*>******************************************************************
    MOVE SPACES TO GenFileName
    STRING 'archive-' ScanYyyymm '.txt'
        DELIMITED BY SIZE INTO GenFileName
    END-STRING
    OPEN INPUT GenFile
    IF GenFileStatus NOT = "00" THEN
        EXIT SECTION
    END-IF
    COMPUTE ArchivesRead = ArchivesRead + 1
    MOVE 'N' TO InEOF
    PERFORM UNTIL InEOF = 'Y'
        READ GenFile
            AT END
                MOVE 'Y' TO InEOF
            NOT AT END
                MOVE GenRec TO ArchFields
                IF ArcType = 'REPORT' AND ArcGenDate IS NUMERIC THEN
                    MOVE ArcGenDate(7:2) TO DayNo
                    IF DayNo >= 1 AND DayNo <= 31 THEN
                        MOVE 'Y' TO ScanGenSeen(DayNo:1)
                    END-IF
                    MOVE ArcData TO RptInFields
                    MOVE ArcGenDate TO RecGenDate
                    PERFORM RestateReportRecord
                END-IF
        END-READ
    END-PERFORM
    CLOSE GenFile
EXIT.

*>******************************************************************
ReadMonthGenerations SECTION.
*>******************************************************************
    MOVE 1 TO DayNo
    PERFORM UNTIL DayNo > 31
        MOVE SPACES TO RecGenDate
        STRING ScanYyyymm DayNo
            DELIMITED BY SIZE INTO RecGenDate
        END-STRING
        IF ScanGenSeen(DayNo:1) = 'N'
                AND RecGenDate >= RstFromYmd
                AND RecGenDate <= RstCurrentDate(1:8) THEN
            MOVE SPACES TO GenFileName
            STRING 'report-' RecGenDate '.txt'
                DELIMITED BY SIZE INTO GenFileName
            END-STRING
            PERFORM ReadOneGeneration
        END-IF
        COMPUTE DayNo = DayNo + 1
    END-PERFORM
EXIT.

*>******************************************************************
ReadOneGeneration SECTION.
*>******************************************************************
    OPEN INPUT GenFile
    IF GenFileStatus NOT = "00" THEN
        EXIT SECTION
    END-IF
    COMPUTE GensRead = GensRead + 1
    MOVE 'N' TO InEOF
    PERFORM UNTIL InEOF = 'Y'
        READ GenFile
            AT END
                MOVE 'Y' TO InEOF
            NOT AT END
                MOVE GenRec TO RptInFields
                PERFORM RestateReportRecord
        END-READ
    END-PERFORM
    CLOSE GenFile
EXIT.

*>******************************************************************
RestateReportRecord SECTION.
*>******************************************************************
    *> Posted to the business date, as the daily run posts it;
    *> records from before business dates were stamped use the
    *> generation date.
    IF RptBusDateIn NOT = SPACES THEN
        MOVE RptBusDateIn TO RecBusDate
    ELSE
        MOVE SPACES TO RecBusDate
        STRING RecGenDate(1:4) '-' RecGenDate(5:2) '-'
            RecGenDate(7:2)
            DELIMITED BY SIZE INTO RecBusDate
        END-STRING
    END-IF
    MOVE RecBusDate TO DateCheck
    PERFORM FindDay
    IF DayIdx = 0 THEN
        EXIT SECTION
    END-IF
    COMPUTE RawRecords = RawRecords + 1

    *> A retransmission was never counted and is not judged again.
    IF RptStatusIn = 'DUPLICATE' THEN
        COMPUTE DyDup(DayIdx) = DyDup(DayIdx) + 1
        EXIT SECTION
    END-IF
    COMPUTE DyRawLines(DayIdx) = DyRawLines(DayIdx) + 1
    COMPUTE RawEvaluated = RawEvaluated + 1

    MOVE RptLnIn TO Ln
    PERFORM ExtractReportId
    PERFORM SelectToleranceProfile
    CALL 'EvalLn' USING LevelsLn, Result, DampenerUsed, Malformed,
        MalformedReason, FailIdx, EffMinDiff, EffMaxDiff, LnStats,
        OverBy, EvalMode

    IF Malformed = 'Y' THEN
        MOVE 'MALFORMED' TO NewStatus
        COMPUTE DyExc(DayIdx) = DyExc(DayIdx) + 1
    ELSE
        IF Result = 1 THEN
            MOVE 'SAFE' TO NewStatus
            COMPUTE DySafe(DayIdx) = DySafe(DayIdx) + 1
        ELSE
            MOVE 'UNSAFE' TO NewStatus
            COMPUTE DyUnsafe(DayIdx) = DyUnsafe(DayIdx) + 1
            EVALUATE Result
                WHEN 2
                    COMPUTE DyRev(DayIdx) = DyRev(DayIdx) + 1
                WHEN 3
                    COMPUTE DyBig(DayIdx) = DyBig(DayIdx) + 1
                WHEN 4
                    COMPUTE DySmall(DayIdx) = DySmall(DayIdx) + 1
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-IF
    IF NewStatus NOT = RptStatusIn THEN
        COMPUTE TotChanged = TotChanged + 1
    END-IF

    IF ReportId = SPACES THEN
        EXIT SECTION
    END-IF
    PERFORM FindSrcDay
    IF SdFoundIdx = 0 THEN
        EXIT SECTION
    END-IF
    MOVE 'Y' TO SdRaw(SdFoundIdx)
    EVALUATE NewStatus
        WHEN 'SAFE'
            COMPUTE SdSafe(SdFoundIdx) = SdSafe(SdFoundIdx) + 1
        WHEN 'UNSAFE'
            COMPUTE SdUnsafe(SdFoundIdx) = SdUnsafe(SdFoundIdx) + 1
        WHEN OTHER
            COMPUTE SdExc(SdFoundIdx) = SdExc(SdFoundIdx) + 1
    END-EVALUATE
EXIT.

*>******************************************************************
ExtractReportId SECTION.
*>******************************************************************
    *> Same split as the daily run: a non-numeric first token is the
    *> report id and the levels follow it.
    MOVE SPACES TO ReportId
    MOVE FUNCTION TRIM(Ln) TO IdWorkLn
    MOVE IdWorkLn TO LevelsLn
    MOVE SPACES TO IdToken
    MOVE 1 TO IdPtr
    UNSTRING IdWorkLn DELIMITED BY ALL SPACES
        INTO IdToken
        WITH POINTER IdPtr
    END-UNSTRING
    COMPUTE IdTokenLen = FUNCTION LENGTH(FUNCTION TRIM(IdToken))
    IF IdTokenLen > 0
            AND IdToken(1:IdTokenLen) IS NOT NUMERIC THEN
        MOVE IdToken TO ReportId
        MOVE SPACES TO LevelsLn
        IF IdPtr <= 100 THEN
            MOVE IdWorkLn(IdPtr:) TO LevelsLn
        END-IF
    END-IF
EXIT.

*>******************************************************************
SelectToleranceProfile SECTION.
*>******************************************************************
    MOVE MinDiff TO EffMinDiff
    MOVE MaxDiff TO EffMaxDiff
    IF ReportId = SPACES OR ProfileCount = 0 THEN
        EXIT SECTION
    END-IF

    MOVE 0 TO ProfBestIdx
    MOVE 0 TO ProfBestLen
    MOVE 1 TO ProfIdx
    PERFORM UNTIL ProfIdx > ProfileCount
        IF ProfPrefix(ProfIdx) = 'N' THEN
            IF ReportId = ProfId(ProfIdx) THEN
                MOVE ProfIdx TO ProfBestIdx
                MOVE 99999 TO ProfBestLen
            END-IF
        ELSE
            IF ProfIdLen(ProfIdx) > 0
                    AND ProfIdLen(ProfIdx) > ProfBestLen
                    AND ReportId(1:ProfIdLen(ProfIdx))
                        = ProfId(ProfIdx)(1:ProfIdLen(ProfIdx)) THEN
                MOVE ProfIdx TO ProfBestIdx
                MOVE ProfIdLen(ProfIdx) TO ProfBestLen
            END-IF
        END-IF
        COMPUTE ProfIdx = ProfIdx + 1
    END-PERFORM

    IF ProfBestIdx > 0 THEN
        MOVE ProfMinDiff(ProfBestIdx) TO EffMinDiff
        MOVE ProfMaxDiff(ProfBestIdx) TO EffMaxDiff
    END-IF
EXIT.

*>******************************************************************
WriteRestatedHistory SECTION.
*>******************************************************************
    *> One line per day that has raw readings, stamped with the
    *> version it was restated under. The file is rewritten on every
    *> run - it is the series for this range and this version only.
    OPEN OUTPUT RstHistFile
    MOVE RstCfgVer TO HistCfgVer
    MOVE 1 TO DayIdx
    PERFORM UNTIL DayIdx > DayCount
        IF DyRawLines(DayIdx) + DyDup(DayIdx) > 0 THEN
            MOVE DyDate(DayIdx) TO HistRunDate
            MOVE DyRawLines(DayIdx) TO HistTotalLines
            MOVE DySafe(DayIdx) TO HistSafeCount
            MOVE DyUnsafe(DayIdx) TO HistUnsafeCount
            MOVE DyExc(DayIdx) TO HistExceptionCount
            MOVE DyRev(DayIdx) TO HistRevCount
            MOVE DyBig(DayIdx) TO HistBigCount
            MOVE DySmall(DayIdx) TO HistSmallCount
            MOVE DyDup(DayIdx) TO HistDupCount
            WRITE RstHistRec FROM HistoryLine
            COMPUTE DaysWritten = DaysWritten + 1
        END-IF
        COMPUTE DayIdx = DayIdx + 1
    END-PERFORM
    CLOSE RstHistFile
EXIT.

*>******************************************************************
WriteRestatedSrcHistory SECTION.
*>******************************************************************
    *> Baselines first, so a replaced sensor is trended from its
    *> replacement date in the restated series as in the live one.
    OPEN OUTPUT RstSrcFile
    MOVE 1 TO BaseIdx
    PERFORM UNTIL BaseIdx > BaseCount
        WRITE RstSrcRec FROM BaseLine(BaseIdx)
        COMPUTE BaseIdx = BaseIdx + 1
    END-PERFORM

    *> A source-day whose readings are no longer on file is left out
    *> rather than written as an empty (zero-rate) day.
    MOVE 1 TO SdIdx
    PERFORM UNTIL SdIdx > SrcDayCount
        IF SdRaw(SdIdx) = 'Y' THEN
            MOVE SdId(SdIdx) TO ShId
            MOVE SdDate(SdIdx) TO ShDate
            MOVE SdSafe(SdIdx) TO ShSafe
            MOVE SdUnsafe(SdIdx) TO ShUnsafe
            MOVE SdExc(SdIdx) TO ShExc
            WRITE RstSrcRec FROM SrcHistLine
            COMPUTE SrcDaysWritten = SrcDaysWritten + 1
        ELSE
            COMPUTE SrcDaysNoRaw = SrcDaysNoRaw + 1
        END-IF
        COMPUTE SdIdx = SdIdx + 1
    END-PERFORM
    CLOSE RstSrcFile
    IF SdDropped > 0 THEN
        DISPLAY "WARNING: " SdDropped " SOURCE-DAY(S) NOT RESTATED - "
                "TABLE FULL"
    END-IF
EXIT.

*>******************************************************************
WriteRestateReport SECTION.
*>******************************************************************
    OPEN OUTPUT RestateRptFile
    MOVE RstFromDate TO RshFrom
    MOVE RstToDate TO RshTo
    MOVE RunDate TO RshRunDate
    WRITE RestateRptRec FROM RstHeading1
    MOVE RstCfgVer TO RshCfgVer
    MOVE AsOfVerDate TO RshVerDate
    MOVE RstCfgSel TO RshCfgSel
    WRITE RestateRptRec FROM RstHeading2
    MOVE SPACES TO RestateRptRec
    WRITE RestateRptRec
    WRITE RestateRptRec FROM RstHeading3
    WRITE RestateRptRec FROM RstHeading4

    MOVE 1 TO DayIdx
    PERFORM UNTIL DayIdx > DayCount
        IF DyHist(DayIdx) = 'Y'
                OR DyRawLines(DayIdx) + DyDup(DayIdx) > 0 THEN
            PERFORM WriteRestateDay
        END-IF
        COMPUTE DayIdx = DayIdx + 1
    END-PERFORM

    MOVE SPACES TO RestateRptRec
    WRITE RestateRptRec
    MOVE '===== TOTALS =====' TO RestateRptRec
    WRITE RestateRptRec
    MOVE 'DAYS RESTATED' TO RscLabel
    MOVE DaysWritten TO RscCount
    WRITE RestateRptRec FROM RstCountLine
    MOVE 'DAYS WITH NO RAW READINGS ON FILE' TO RscLabel
    MOVE DaysNoRaw TO RscCount
    WRITE RestateRptRec FROM RstCountLine
    MOVE 'DAYS WITH ONLY PART OF THEIR READINGS' TO RscLabel
    MOVE DaysPartial TO RscCount
    WRITE RestateRptRec FROM RstCountLine
    MOVE 'READINGS RE-EVALUATED' TO RscLabel
    MOVE RawEvaluated TO RscCount
    WRITE RestateRptRec FROM RstCountLine
    MOVE 'READINGS WHOSE VERDICT CHANGED' TO RscLabel
    MOVE TotChanged TO RscCount
    WRITE RestateRptRec FROM RstCountLine
    MOVE 'SOURCE-DAYS RESTATED' TO RscLabel
    MOVE SrcDaysWritten TO RscCount
    WRITE RestateRptRec FROM RstCountLine
    MOVE 'SOURCE-DAYS WITH NO RAW READINGS ON FILE' TO RscLabel
    MOVE SrcDaysNoRaw TO RscCount
    WRITE RestateRptRec FROM RstCountLine

    MOVE 0 TO BfRate AfRate
    IF TotBfLines > 0 THEN
        COMPUTE BfRate = (TotBfSafe * 100) / TotBfLines
    END-IF
    IF TotAfLines > 0 THEN
        COMPUTE AfRate = (TotAfSafe * 100) / TotAfLines
    END-IF
    MOVE 'SAFETY RATE AS RECORDED, DAYS COMPARED' TO RsrLabel
    MOVE BfRate TO RsrRate
    WRITE RestateRptRec FROM RstRateLine
    MOVE 'SAFETY RATE RESTATED, DAYS COMPARED' TO RsrLabel
    MOVE AfRate TO RsrRate
    WRITE RestateRptRec FROM RstRateLine

    MOVE SPACES TO RestateRptRec
    WRITE RestateRptRec
    MOVE '===== END OF RESTATEMENT =====' TO RestateRptRec
    WRITE RestateRptRec
    CLOSE RestateRptFile
EXIT.

*>******************************************************************
WriteRestateDay SECTION.
*>******************************************************************
    MOVE SPACES TO RstDetailLine
    MOVE DyDate(DayIdx) TO RsdDate
    COMPUTE AfLines = DySafe(DayIdx) + DyUnsafe(DayIdx)
        + DyExc(DayIdx)
    MOVE 0 TO BfRate AfRate RateChange

    IF DyHist(DayIdx) = 'Y' THEN
        MOVE DyWasVer(DayIdx) TO RsdWasVer
        MOVE DyBfLines(DayIdx) TO RsdBfLines
        MOVE DyBfSafe(DayIdx) TO RsdBfSafe
        MOVE DyBfUnsafe(DayIdx) TO RsdBfUnsafe
        MOVE DyBfExc(DayIdx) TO RsdBfExc
        IF DyBfLines(DayIdx) > 0 THEN
            COMPUTE BfRate = (DyBfSafe(DayIdx) * 100)
                / DyBfLines(DayIdx)
        END-IF
        MOVE BfRate TO RsdBfRate
    END-IF
    IF DyRawLines(DayIdx) + DyDup(DayIdx) > 0 THEN
        MOVE AfLines TO RsdAfLines
        MOVE DySafe(DayIdx) TO RsdAfSafe
        MOVE DyUnsafe(DayIdx) TO RsdAfUnsafe
        MOVE DyExc(DayIdx) TO RsdAfExc
        IF AfLines > 0 THEN
            COMPUTE AfRate = (DySafe(DayIdx) * 100) / AfLines
        END-IF
        MOVE AfRate TO RsdAfRate
    END-IF

    *> Only a day restated in full is compared and counted in the
    *> range totals; a short one would show a change that is just
    *> missing readings.
    EVALUATE TRUE
        WHEN DyHist(DayIdx) = 'N'
            MOVE 'NO HISTORY' TO RsdNote
        WHEN DyRawLines(DayIdx) + DyDup(DayIdx) = 0
            MOVE 'NO RAW DATA' TO RsdNote
            COMPUTE DaysNoRaw = DaysNoRaw + 1
        WHEN DyRawLines(DayIdx) < DyBfLines(DayIdx)
            MOVE 'PARTIAL RAW' TO RsdNote
            COMPUTE DaysPartial = DaysPartial + 1
        WHEN OTHER
            COMPUTE RateChange = AfRate - BfRate
            MOVE RateChange TO RsdChange
            COMPUTE TotBfLines = TotBfLines + DyBfLines(DayIdx)
            COMPUTE TotBfSafe = TotBfSafe + DyBfSafe(DayIdx)
            COMPUTE TotAfLines = TotAfLines + AfLines
            COMPUTE TotAfSafe = TotAfSafe + DySafe(DayIdx)
    END-EVALUATE
    WRITE RestateRptRec FROM RstDetailLine
EXIT.
