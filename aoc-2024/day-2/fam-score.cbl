IDENTIFICATION DIVISION.
PROGRAM-ID. FamScore.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FamCfgFile ASSIGN TO 'famscore.cfg'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FamCfgFileStatus.
    SELECT TolProfFile ASSIGN TO 'tolprof.cfg'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TolProfFileStatus.
    SELECT SrcHistFile ASSIGN TO 'srchist.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SrcHistFileStatus.
    SELECT OrdersFile ASSIGN TO 'orders.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OrdersFileStatus.
    SELECT GenFile ASSIGN TO DYNAMIC GenFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GenFileStatus.
    SELECT FamRptFile ASSIGN TO DYNAMIC FamRptName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FamRptFileStatus.

DATA DIVISION.
FILE SECTION.
FD FamCfgFile.
01 FamCfgRec PIC X(20).

FD TolProfFile.
01 TolProfRec PIC X(50).

FD SrcHistFile.
01 SrcHistRec PIC X(60).

FD OrdersFile.
01 OrdersRec PIC X(210).

FD GenFile.
01 GenRec PIC X(320).

FD FamRptFile.
01 FamRptRec PIC X(132).

WORKING-STORAGE SECTION.
01 FamCfgFileStatus     PIC XX.
01 TolProfFileStatus    PIC XX.
01 SrcHistFileStatus    PIC XX.
01 OrdersFileStatus     PIC XX.
01 GenFileStatus        PIC XX.
01 FamRptFileStatus     PIC XX.
01 InEOF                PIC X VALUE 'N'.

01 ScoreCurrentDate     PIC X(21).
01 RunDate              PIC X(10).

*> famscore.cfg line 1 is the month to score as YYYYMM; without it
*> the month just ended is scored. Any past month can be rerun as
*> long as its srchist.txt lines and its archive or generations are
*> still on hand. Each month is written to famscore-YYYYMM.txt and
*> compared with the month before it.
01 ScoreMonth           PIC X(6) VALUE SPACES.
01 ScoreYear            PIC 9(4) VALUE 0.
01 ScoreMon             PIC 9(2) VALUE 0.
01 MonthTable.
    05 MonthEntry OCCURS 2 TIMES.
        10 MonYyyymm    PIC X(6).
        10 MonDash      PIC X(7).
        10 MonGenSeen   PIC X(31).
01 MonIdx               PIC 9 VALUE 0.
01 Slot                 PIC 9 VALUE 0.
01 DayNo                PIC 9(2) VALUE 0.
01 FamRptName           PIC X(30).
01 GenFileName          PIC X(30).

*> Families are the prefix profiles in tolprof.cfg (lines whose id
*> ends in '*'); an id takes its longest matching prefix, as in the
*> daily run. Ids under no prefix are scored together as
*> (NO FAMILY), and the last entry carries the whole shop.
01 ProfTokId            PIC X(20).
01 ProfTokMin           PIC X(20).
01 ProfTokMax           PIC X(20).
01 ProfTokLen           PIC 9(5) VALUE 0.
01 FamCount             PIC 9(3) VALUE 0.
01 FamIdx               PIC 9(3) VALUE 0.
01 FamBestIdx           PIC 9(3) VALUE 0.
01 FamBestLen           PIC 9(5) VALUE 0.
01 NoFamIdx             PIC 9(3) VALUE 0.
01 AllFamIdx            PIC 9(3) VALUE 0.
01 FamTable.
    05 FamEntry OCCURS 52 TIMES.
        10 FamName          PIC X(20).
        10 FamPrefixLen     PIC 9(5).
        10 FamMonth OCCURS 2 TIMES.
            15 FmSources        PIC 9(5).
            15 FmDays           PIC 9(5).
            15 FmDaySeen        PIC X(31).
            15 FmSafe           PIC 9(11).
            15 FmUnsafe         PIC 9(11).
            15 FmExc            PIC 9(11).
            15 FmRaised         PIC 9(5).
            15 FmFixed          PIC 9(5).
            15 FmAband          PIC 9(5).
            15 FmCloseDays      PIC 9(9).
            15 FmRsnCount       PIC 9(3).
            15 FmRsnTotal       PIC 9(9).
            15 FmRsn OCCURS 6 TIMES.
                20 FmRsnName        PIC X(20).
                20 FmRsnCnt         PIC 9(9).

*> Report ids seen, with their family and whether they reported in
*> each month - the per-month source counts come from here.
01 IdTable.
    05 IdEntry OCCURS 3000 TIMES.
        10 IdName       PIC X(20).
        10 IdFam        PIC 9(3).
        10 IdSeen       PIC X(2).
01 IdCount              PIC 9(5) VALUE 0.
01 IdIdx                PIC 9(5) VALUE 0.
01 IdFoundIdx           PIC 9(5) VALUE 0.
01 IdOverflow           PIC X VALUE 'N'.
01 LookupId             PIC X(20).

01 TokId                PIC X(20).
01 TokDate              PIC X(20).
01 TokSafe              PIC X(20).
01 TokUnsafe            PIC X(20).
01 TokExc               PIC X(20).
01 HistLines            PIC 9(9) VALUE 0.

*> Work order record, as ReworkAdv writes it.
01 OrderWorkLine.
    05 OwlNo            PIC 9(6).
    05 FILLER           PIC X(2).
    05 OwlStatus        PIC X(14).
    05 FILLER           PIC X(2).
    05 OwlId            PIC X(20).
    05 FILLER           PIC X(2).
    05 OwlOpenRun       PIC X(14).
    05 FILLER           PIC X(2).
    05 OwlOpenDate      PIC X(10).
    05 FILLER           PIC X(2).
    05 OwlCloseRun      PIC X(14).
    05 FILLER           PIC X(2).
    05 OwlCloseDate     PIC X(10).
    05 FILLER           PIC X(2).
    05 OwlReason        PIC X(20).
    05 FILLER           PIC X(2).
    05 OwlSev           PIC X.
    05 FILLER           PIC X(2).
    05 OwlSeq           PIC X(5).
    05 FILLER           PIC X(2).
    05 OwlFile          PIC X(30).
    05 FILLER           PIC X(2).
    05 OwlAction        PIC X(12).
    05 FILLER           PIC X(2).
    05 OwlActionDate    PIC X(10).
    05 FILLER           PIC X(2).
    05 OwlCrew          PIC X(10).
01 DateCheck            PIC X(10).
01 DateYmd              PIC 9(8) VALUE 0.
01 OpenInt              PIC 9(9) VALUE 0.
01 CloseInt             PIC 9(9) VALUE 0.

*> Month-end archive record and dated report generation record, as
*> DayTwo writes them. Unsafe reasons come only from these - the
*> per-source history carries counts, not reasons. A day already
*> consolidated into its archive is not read again from a
*> generation that survived the sweep.
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
01 ReportId             PIC X(20).
01 IdToken              PIC X(20).
01 IdTokenLen           PIC 9(5) VALUE 0.
01 IdPtr                PIC 9(5) VALUE 1.
01 GensRead             PIC 9(5) VALUE 0.
01 ArchivesRead         PIC 9(5) VALUE 0.
01 RsnIdx               PIC 9(3) VALUE 0.
01 RsnFoundIdx          PIC 9(3) VALUE 0.
01 RsnName              PIC X(20).

*> Figures for one family, this month and last, ready to print.
01 CurTotal             PIC 9(11) VALUE 0.
01 PrevTotal            PIC 9(11) VALUE 0.
01 CurClosed            PIC 9(5) VALUE 0.
01 PrevClosed           PIC 9(5) VALUE 0.
01 CurRate              PIC 9(3)V9(2) VALUE 0.
01 PrevRate             PIC 9(3)V9(2) VALUE 0.
01 CurCount             PIC 9(11) VALUE 0.
01 PrevCount            PIC 9(11) VALUE 0.
01 OtherSlot            PIC 9 VALUE 0.
01 RsnListed            PIC X VALUE 'N'.
01 FamPrinted           PIC 9(3) VALUE 0.
01 CountDisp            PIC Z(8)9.
01 CountDisp2           PIC Z(8)9.
01 CountDisp3           PIC Z(8)9.

01 FamHeading1.
    05 FILLER           PIC X(41)
        VALUE '===== SENSOR FAMILY RELIABILITY SCORECARD'.
    05 FILLER           PIC X(13) VALUE ' ===== MONTH '.
    05 FshMonth         PIC X(7).
    05 FILLER           PIC X(12) VALUE '  RUN DATE '.
    05 FshRunDate       PIC X(10).
01 FamHeading2.
    05 FILLER           PIC X(18) VALUE 'COMPARED WITH     '.
    05 FshPrevMonth     PIC X(7).
    05 FILLER           PIC X(30)
        VALUE ' - CHANGE IS THIS MONTH LESS '.
    05 FILLER           PIC X(14) VALUE 'PREVIOUS MONTH'.
01 FamBlockLine.
    05 FILLER           PIC X(8) VALUE 'FAMILY  '.
    05 FblName          PIC X(22).
    05 FILLER           PIC X(4) VALUE SPACES.
    05 FblCurMonth      PIC X(14).
    05 FblPrevMonth     PIC X(14).
    05 FILLER           PIC X(14) VALUE '        CHANGE'.
01 ScoreCountLine.
    05 FILLER           PIC X(4) VALUE SPACES.
    05 SccLabel         PIC X(30).
    05 SccCur           PIC Z(10)9.
    05 FILLER           PIC X(3) VALUE SPACES.
    05 SccPrev          PIC Z(10)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 SccChange        PIC -(11)9.
01 ScoreRateLine.
    05 FILLER           PIC X(4) VALUE SPACES.
    05 ScrLabel         PIC X(30).
    05 FILLER           PIC X(5) VALUE SPACES.
    05 ScrCur           PIC ZZZZ9.99.
    05 FILLER           PIC X(6) VALUE SPACES.
    05 ScrPrev          PIC ZZZZ9.99.
    05 FILLER           PIC X(5) VALUE SPACES.
    05 ScrChange        PIC -----9.99.
01 ScoreTextLine.
    05 FILLER           PIC X(4) VALUE SPACES.
    05 SctText          PIC X(100).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO ScoreCurrentDate
    STRING ScoreCurrentDate(1:4) '-' ScoreCurrentDate(5:2) '-'
        ScoreCurrentDate(7:2)
        DELIMITED BY SIZE INTO RunDate
    END-STRING

    PERFORM LoadScoreMonth
    PERFORM LoadFamilies

    PERFORM ReadSrcHistory
    IF SrcHistFileStatus NOT = "00" THEN
        DISPLAY "ERROR: SRCHIST.TXT NOT FOUND - NOTHING TO SCORE"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM ReadOrders
    MOVE 1 TO MonIdx
    PERFORM UNTIL MonIdx > 2
        PERFORM ReadMonthArchive
        PERFORM ReadMonthGenerations
        COMPUTE MonIdx = MonIdx + 1
    END-PERFORM

    PERFORM WriteScorecard

    MOVE FamPrinted TO CountDisp
    DISPLAY "FAMILY SCORECARD FOR " MonDash(1) " WRITTEN TO "
            FUNCTION TRIM(FamRptName) ": " FUNCTION TRIM(CountDisp)
            " FAMILY BLOCK(S)"
    IF FmSafe(AllFamIdx, 1) + FmUnsafe(AllFamIdx, 1)
            + FmExc(AllFamIdx, 1) = 0 THEN
        DISPLAY "WARNING: NO READINGS ON FILE FOR " MonDash(1)
        MOVE 4 TO RETURN-CODE
    END-IF
STOP RUN.

*>******************************************************************
LoadScoreMonth SECTION.
*>******************************************************************
    OPEN INPUT FamCfgFile
    IF FamCfgFileStatus = "00" THEN
        READ FamCfgFile
            AT END
                CONTINUE
            NOT AT END
                IF FamCfgRec(1:6) IS NUMERIC
                        AND FamCfgRec(5:2) >= '01'
                        AND FamCfgRec(5:2) <= '12' THEN
                    MOVE FamCfgRec(1:6) TO ScoreMonth
                END-IF
        END-READ
        CLOSE FamCfgFile
    END-IF

    IF ScoreMonth = SPACES THEN
        MOVE ScoreCurrentDate(1:4) TO ScoreYear
        MOVE ScoreCurrentDate(5:2) TO ScoreMon
        PERFORM StepBackOneMonth
    ELSE
        MOVE ScoreMonth(1:4) TO ScoreYear
        MOVE ScoreMonth(5:2) TO ScoreMon
    END-IF
    MOVE 1 TO MonIdx
    PERFORM SetMonthEntry
    PERFORM StepBackOneMonth
    MOVE 2 TO MonIdx
    PERFORM SetMonthEntry

    MOVE SPACES TO FamRptName
    STRING 'famscore-' MonYyyymm(1) '.txt'
        DELIMITED BY SIZE INTO FamRptName
    END-STRING
EXIT.

*>******************************************************************
StepBackOneMonth SECTION.
*>******************************************************************
    IF ScoreMon = 1 THEN
        MOVE 12 TO ScoreMon
        COMPUTE ScoreYear = ScoreYear - 1
    ELSE
        COMPUTE ScoreMon = ScoreMon - 1
    END-IF
EXIT.

*>******************************************************************
SetMonthEntry SECTION.
*>******************************************************************
    MOVE SPACES TO MonthEntry(MonIdx)
    STRING ScoreYear ScoreMon
        DELIMITED BY SIZE INTO MonYyyymm(MonIdx)
    END-STRING
    STRING ScoreYear '-' ScoreMon
        DELIMITED BY SIZE INTO MonDash(MonIdx)
    END-STRING
    MOVE ALL 'N' TO MonGenSeen(MonIdx)
EXIT.

*>******************************************************************
LoadFamilies SECTION.
*>******************************************************************
    MOVE 0 TO FamCount
    MOVE 'N' TO InEOF
    OPEN INPUT TolProfFile
    IF TolProfFileStatus = "00" THEN
        PERFORM UNTIL InEOF = 'Y'
            READ TolProfFile
                AT END
                    MOVE 'Y' TO InEOF
                NOT AT END
                    IF FUNCTION TRIM(TolProfRec) NOT = SPACES THEN
                        PERFORM ParseFamilyLine
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TolProfFile
    END-IF

    COMPUTE NoFamIdx = FamCount + 1
    MOVE '(NO FAMILY)' TO FamName(NoFamIdx)
    MOVE 0 TO FamPrefixLen(NoFamIdx)
    COMPUTE AllFamIdx = FamCount + 2
    MOVE 'ALL SOURCES' TO FamName(AllFamIdx)
    MOVE 0 TO FamPrefixLen(AllFamIdx)

    MOVE 1 TO FamIdx
    PERFORM UNTIL FamIdx > AllFamIdx
        MOVE 1 TO Slot
        PERFORM UNTIL Slot > 2
            MOVE 0 TO FmSources(FamIdx, Slot) FmDays(FamIdx, Slot)
                FmSafe(FamIdx, Slot) FmUnsafe(FamIdx, Slot)
                FmExc(FamIdx, Slot) FmRaised(FamIdx, Slot)
                FmFixed(FamIdx, Slot) FmAband(FamIdx, Slot)
                FmCloseDays(FamIdx, Slot) FmRsnCount(FamIdx, Slot)
                FmRsnTotal(FamIdx, Slot)
            MOVE ALL 'N' TO FmDaySeen(FamIdx, Slot)
            COMPUTE Slot = Slot + 1
        END-PERFORM
        COMPUTE FamIdx = FamIdx + 1
    END-PERFORM
EXIT.

*>******************************************************************
ParseFamilyLine SECTION.
*>******************************************************************
    MOVE SPACES TO ProfTokId ProfTokMin ProfTokMax
    UNSTRING FUNCTION TRIM(TolProfRec) DELIMITED BY ALL SPACES
        INTO ProfTokId, ProfTokMin, ProfTokMax
    END-UNSTRING
    COMPUTE ProfTokLen = FUNCTION LENGTH(FUNCTION TRIM(ProfTokId))
    IF ProfTokLen < 2 OR ProfTokId(ProfTokLen:1) NOT = '*' THEN
        EXIT SECTION
    END-IF
    IF FamCount >= 50 THEN
        DISPLAY "WARNING: MORE THAN 50 PREFIX PROFILES - "
                FUNCTION TRIM(ProfTokId) " SCORED AS (NO FAMILY)"
        EXIT SECTION
    END-IF
    COMPUTE FamCount = FamCount + 1
    MOVE ProfTokId TO FamName(FamCount)
    COMPUTE FamPrefixLen(FamCount) = ProfTokLen - 1
EXIT.

*>******************************************************************
FindFamily SECTION.
*>******************************************************************
    MOVE NoFamIdx TO FamBestIdx
    MOVE 0 TO FamBestLen
    MOVE 1 TO FamIdx
    PERFORM UNTIL FamIdx > FamCount
        IF FamPrefixLen(FamIdx) > FamBestLen
                AND LookupId(1:FamPrefixLen(FamIdx))
                    = FamName(FamIdx)(1:FamPrefixLen(FamIdx)) THEN
            MOVE FamIdx TO FamBestIdx
            MOVE FamPrefixLen(FamIdx) TO FamBestLen
        END-IF
        COMPUTE FamIdx = FamIdx + 1
    END-PERFORM
EXIT.

*>******************************************************************
FindSourceId SECTION.
*>******************************************************************
    *> Leaves the id's table entry in IdFoundIdx (zero once the table
    *> is full) and its family in FamBestIdx.
    MOVE 0 TO IdFoundIdx
    MOVE 1 TO IdIdx
    PERFORM UNTIL IdIdx > IdCount OR IdFoundIdx > 0
        IF IdName(IdIdx) = LookupId THEN
            MOVE IdIdx TO IdFoundIdx
        END-IF
        COMPUTE IdIdx = IdIdx + 1
    END-PERFORM
    IF IdFoundIdx > 0 THEN
        MOVE IdFam(IdFoundIdx) TO FamBestIdx
        EXIT SECTION
    END-IF
    PERFORM FindFamily
    IF IdCount >= 3000 THEN
        IF IdOverflow = 'N' THEN
            MOVE 'Y' TO IdOverflow
            DISPLAY "WARNING: MORE THAN 3000 REPORT IDS - SOURCE "
                    "COUNTS UNDERSTATED"
        END-IF
        EXIT SECTION
    END-IF
    COMPUTE IdCount = IdCount + 1
    MOVE LookupId TO IdName(IdCount)
    MOVE FamBestIdx TO IdFam(IdCount)
    MOVE 'NN' TO IdSeen(IdCount)
    MOVE IdCount TO IdFoundIdx
EXIT.

*>******************************************************************
FindSlot SECTION.
*>******************************************************************
    MOVE 0 TO Slot
    IF DateCheck(1:7) = MonDash(1) THEN
        MOVE 1 TO Slot
    END-IF
    IF DateCheck(1:7) = MonDash(2) THEN
        MOVE 2 TO Slot
    END-IF
    IF Slot > 0 THEN
        IF DateCheck(9:2) IS NUMERIC
                AND DateCheck(9:2) >= '01'
                AND DateCheck(9:2) <= '31' THEN
            MOVE DateCheck(9:2) TO DayNo
        ELSE
            MOVE 0 TO Slot
        END-IF
    END-IF
EXIT.

*>******************************************************************
ReadSrcHistory SECTION.
*>******************************************************************
    MOVE 'N' TO InEOF
    OPEN INPUT SrcHistFile
    IF SrcHistFileStatus NOT = "00" THEN
        EXIT SECTION
    END-IF
    PERFORM UNTIL InEOF = 'Y'
        READ SrcHistFile
            AT END
                MOVE 'Y' TO InEOF
            NOT AT END
                IF FUNCTION TRIM(SrcHistRec) NOT = SPACES THEN
                    PERFORM ScoreSrcHistLine
                END-IF
        END-READ
    END-PERFORM
    CLOSE SrcHistFile
    MOVE "00" TO SrcHistFileStatus
EXIT.

*>******************************************************************
ScoreSrcHistLine SECTION.
*>******************************************************************
    MOVE SPACES TO TokId TokDate TokSafe TokUnsafe TokExc
    UNSTRING FUNCTION TRIM(SrcHistRec) DELIMITED BY ALL SPACES
        INTO TokId, TokDate, TokSafe, TokUnsafe, TokExc
    END-UNSTRING
    *> BASELINE markers and anything unparseable carry no counts.
    IF FUNCTION TRIM(TokSafe) IS NOT NUMERIC
            OR FUNCTION TRIM(TokUnsafe) IS NOT NUMERIC
            OR FUNCTION TRIM(TokExc) IS NOT NUMERIC THEN
        EXIT SECTION
    END-IF
    MOVE TokDate(1:10) TO DateCheck
    PERFORM FindSlot
    IF Slot = 0 THEN
        EXIT SECTION
    END-IF
    COMPUTE HistLines = HistLines + 1
    MOVE TokId TO LookupId
    PERFORM FindSourceId

    MOVE FamBestIdx TO FamIdx
    PERFORM PostHistToFamily
    MOVE AllFamIdx TO FamIdx
    PERFORM PostHistToFamily
    IF IdFoundIdx > 0 THEN
        MOVE 'Y' TO IdSeen(IdFoundIdx)(Slot:1)
    END-IF
EXIT.

*>******************************************************************
PostHistToFamily SECTION.
*>******************************************************************
    COMPUTE FmSafe(FamIdx, Slot) = FmSafe(FamIdx, Slot)
        + FUNCTION NUMVAL(TokSafe)
    COMPUTE FmUnsafe(FamIdx, Slot) = FmUnsafe(FamIdx, Slot)
        + FUNCTION NUMVAL(TokUnsafe)
    COMPUTE FmExc(FamIdx, Slot) = FmExc(FamIdx, Slot)
        + FUNCTION NUMVAL(TokExc)
    IF FmDaySeen(FamIdx, Slot)(DayNo:1) = 'N' THEN
        MOVE 'Y' TO FmDaySeen(FamIdx, Slot)(DayNo:1)
        COMPUTE FmDays(FamIdx, Slot) = FmDays(FamIdx, Slot) + 1
    END-IF
    IF IdFoundIdx > 0 THEN
        IF IdSeen(IdFoundIdx)(Slot:1) = 'N' THEN
            COMPUTE FmSources(FamIdx, Slot) =
                FmSources(FamIdx, Slot) + 1
        END-IF
    END-IF
EXIT.

*>******************************************************************
ReadOrders SECTION.
*>******************************************************************
    MOVE 'N' TO InEOF
    OPEN INPUT OrdersFile
    IF OrdersFileStatus NOT = "00" THEN
        DISPLAY "WARNING: ORDERS.TXT NOT FOUND - NO ORDER FIGURES"
        EXIT SECTION
    END-IF
    PERFORM UNTIL InEOF = 'Y'
        READ OrdersFile
            AT END
                MOVE 'Y' TO InEOF
            NOT AT END
                IF FUNCTION TRIM(OrdersRec) NOT = SPACES THEN
                    MOVE OrdersRec TO OrderWorkLine
                    PERFORM ScoreOneOrder
                END-IF
        END-READ
    END-PERFORM
    CLOSE OrdersFile
EXIT.

*>******************************************************************
ScoreOneOrder SECTION.
*>******************************************************************
    MOVE OwlId TO LookupId
    PERFORM FindFamily

    MOVE OwlOpenDate TO DateCheck
    PERFORM FindSlot
    IF Slot > 0 THEN
        COMPUTE FmRaised(FamBestIdx, Slot) =
            FmRaised(FamBestIdx, Slot) + 1
        COMPUTE FmRaised(AllFamIdx, Slot) =
            FmRaised(AllFamIdx, Slot) + 1
    END-IF

    IF OwlStatus NOT = 'FIXED' AND OwlStatus NOT = 'ABANDONED' THEN
        EXIT SECTION
    END-IF
    MOVE OwlCloseDate TO DateCheck
    PERFORM FindSlot
    IF Slot = 0 THEN
        EXIT SECTION
    END-IF
    MOVE 0 TO OpenInt
    MOVE 0 TO CloseInt
    IF OwlOpenDate(1:4) IS NUMERIC AND OwlOpenDate(6:2) IS NUMERIC
            AND OwlOpenDate(9:2) IS NUMERIC THEN
        COMPUTE DateYmd = FUNCTION NUMVAL(OwlOpenDate(1:4)) * 10000
            + FUNCTION NUMVAL(OwlOpenDate(6:2)) * 100
            + FUNCTION NUMVAL(OwlOpenDate(9:2))
        COMPUTE OpenInt = FUNCTION INTEGER-OF-DATE(DateYmd)
        COMPUTE DateYmd = FUNCTION NUMVAL(OwlCloseDate(1:4)) * 10000
            + FUNCTION NUMVAL(OwlCloseDate(6:2)) * 100
            + FUNCTION NUMVAL(OwlCloseDate(9:2))
        COMPUTE CloseInt = FUNCTION INTEGER-OF-DATE(DateYmd)
    END-IF
    MOVE FamBestIdx TO FamIdx
    PERFORM PostClosedOrder
    MOVE AllFamIdx TO FamIdx
    PERFORM PostClosedOrder
EXIT.

*>******************************************************************
PostClosedOrder SECTION.
*>******************************************************************
    IF OwlStatus = 'FIXED' THEN
        COMPUTE FmFixed(FamIdx, Slot) = FmFixed(FamIdx, Slot) + 1
    ELSE
        COMPUTE FmAband(FamIdx, Slot) = FmAband(FamIdx, Slot) + 1
    END-IF
    IF CloseInt > OpenInt THEN
        COMPUTE FmCloseDays(FamIdx, Slot) =
            FmCloseDays(FamIdx, Slot) + CloseInt - OpenInt
    END-IF
EXIT.

*>******************************************************************
ReadMonthArchive SECTION.
*>******************************************************************
    MOVE SPACES TO GenFileName
    STRING 'archive-' MonYyyymm(MonIdx) '.txt'
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
                        MOVE 'Y' TO MonGenSeen(MonIdx)(DayNo:1)
                    END-IF
                    MOVE ArcData TO RptInFields
                    MOVE ArcGenDate TO RecGenDate
                    PERFORM ScoreReportRecord
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
        IF MonGenSeen(MonIdx)(DayNo:1) = 'N' THEN
            MOVE SPACES TO RecGenDate
            STRING MonYyyymm(MonIdx) DayNo
                DELIMITED BY SIZE INTO RecGenDate
            END-STRING
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
                PERFORM ScoreReportRecord
        END-READ
    END-PERFORM
    CLOSE GenFile
EXIT.

*>******************************************************************
ScoreReportRecord SECTION.
*>******************************************************************
    *> DayNo belongs to the generation loop - keep it.
    IF RptStatusIn NOT = 'UNSAFE' THEN
        EXIT SECTION
    END-IF
    *> Posted to the business date, as srchist.txt is; records from
    *> before business dates were stamped use the generation date.
    IF RptBusDateIn NOT = SPACES THEN
        MOVE RptBusDateIn TO RecBusDate
    ELSE
        MOVE SPACES TO RecBusDate
        STRING RecGenDate(1:4) '-' RecGenDate(5:2) '-'
            RecGenDate(7:2)
            DELIMITED BY SIZE INTO RecBusDate
        END-STRING
    END-IF
    MOVE 0 TO Slot
    IF RecBusDate(1:7) = MonDash(1) THEN
        MOVE 1 TO Slot
    END-IF
    IF RecBusDate(1:7) = MonDash(2) THEN
        MOVE 2 TO Slot
    END-IF
    IF Slot = 0 THEN
        EXIT SECTION
    END-IF

    MOVE SPACES TO ReportId IdToken
    MOVE 1 TO IdPtr
    UNSTRING FUNCTION TRIM(RptLnIn) DELIMITED BY ALL SPACES
        INTO IdToken
        WITH POINTER IdPtr
    END-UNSTRING
    COMPUTE IdTokenLen = FUNCTION LENGTH(FUNCTION TRIM(IdToken))
    IF IdTokenLen > 0
            AND IdToken(1:IdTokenLen) IS NOT NUMERIC THEN
        MOVE IdToken TO ReportId
    END-IF
    MOVE ReportId TO LookupId
    PERFORM FindFamily

    MOVE RptReasonIn TO RsnName
    IF RsnName = SPACES THEN
        MOVE 'UNSPECIFIED' TO RsnName
    END-IF
    MOVE FamBestIdx TO FamIdx
    PERFORM PostReason
    MOVE AllFamIdx TO FamIdx
    PERFORM PostReason
EXIT.

*>******************************************************************
PostReason SECTION.
*>******************************************************************
    MOVE 0 TO RsnFoundIdx
    MOVE 1 TO RsnIdx
    PERFORM UNTIL RsnIdx > FmRsnCount(FamIdx, Slot)
            OR RsnFoundIdx > 0
        IF FmRsnName(FamIdx, Slot, RsnIdx) = RsnName THEN
            MOVE RsnIdx TO RsnFoundIdx
        END-IF
        COMPUTE RsnIdx = RsnIdx + 1
    END-PERFORM
    IF RsnFoundIdx = 0 THEN
        IF FmRsnCount(FamIdx, Slot) < 6 THEN
            COMPUTE FmRsnCount(FamIdx, Slot) =
                FmRsnCount(FamIdx, Slot) + 1
            MOVE FmRsnCount(FamIdx, Slot) TO RsnFoundIdx
            MOVE RsnName TO FmRsnName(FamIdx, Slot, RsnFoundIdx)
            MOVE 0 TO FmRsnCnt(FamIdx, Slot, RsnFoundIdx)
        ELSE
            *> The sixth slot becomes the catch-all.
            MOVE 6 TO RsnFoundIdx
            MOVE 'OTHER' TO FmRsnName(FamIdx, Slot, 6)
        END-IF
    END-IF
    COMPUTE FmRsnCnt(FamIdx, Slot, RsnFoundIdx) =
        FmRsnCnt(FamIdx, Slot, RsnFoundIdx) + 1
    COMPUTE FmRsnTotal(FamIdx, Slot) = FmRsnTotal(FamIdx, Slot) + 1
EXIT.

*>******************************************************************
WriteScorecard SECTION.
*>******************************************************************
    OPEN OUTPUT FamRptFile
    IF FamRptFileStatus NOT = "00" THEN
        DISPLAY "ERROR: COULD NOT WRITE " FUNCTION TRIM(FamRptName)
                " (STATUS " FamRptFileStatus ")"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE MonDash(1) TO FshMonth
    MOVE RunDate TO FshRunDate
    WRITE FamRptRec FROM FamHeading1
    MOVE MonDash(2) TO FshPrevMonth
    WRITE FamRptRec FROM FamHeading2
    MOVE HistLines TO CountDisp
    MOVE ArchivesRead TO CountDisp2
    MOVE GensRead TO CountDisp3
    MOVE SPACES TO FamRptRec
    STRING 'READ: SRCHIST.TXT ' FUNCTION TRIM(CountDisp)
        ' LINE(S), ORDERS.TXT, ' FUNCTION TRIM(CountDisp2)
        ' MONTH-END ARCHIVE(S), ' FUNCTION TRIM(CountDisp3)
        ' DATED GENERATION(S)'
        DELIMITED BY SIZE INTO FamRptRec
    END-STRING
    WRITE FamRptRec

    *> A family with nothing in either month is left off; the shop
    *> total always prints.
    MOVE 0 TO FamPrinted
    MOVE 1 TO FamIdx
    PERFORM UNTIL FamIdx > AllFamIdx
        IF FamIdx = AllFamIdx
                OR FmSafe(FamIdx, 1) + FmUnsafe(FamIdx, 1)
                   + FmExc(FamIdx, 1) + FmRaised(FamIdx, 1)
                   + FmFixed(FamIdx, 1) + FmAband(FamIdx, 1) > 0
                OR FmSafe(FamIdx, 2) + FmUnsafe(FamIdx, 2)
                   + FmExc(FamIdx, 2) + FmRaised(FamIdx, 2)
                   + FmFixed(FamIdx, 2) + FmAband(FamIdx, 2) > 0 THEN
            PERFORM WriteFamilyBlock
            IF FamIdx NOT = AllFamIdx THEN
                COMPUTE FamPrinted = FamPrinted + 1
            END-IF
        END-IF
        COMPUTE FamIdx = FamIdx + 1
    END-PERFORM
    CLOSE FamRptFile
EXIT.

*>******************************************************************
WriteFamilyBlock SECTION.
*>******************************************************************
    MOVE SPACES TO FamRptRec
    WRITE FamRptRec
    MOVE FamName(FamIdx) TO FblName
    MOVE SPACES TO FblCurMonth FblPrevMonth
    STRING '       ' MonDash(1) DELIMITED BY SIZE INTO FblCurMonth
    END-STRING
    STRING '       ' MonDash(2) DELIMITED BY SIZE INTO FblPrevMonth
    END-STRING
    WRITE FamRptRec FROM FamBlockLine

    MOVE 'SOURCES REPORTING' TO SccLabel
    MOVE FmSources(FamIdx, 1) TO CurCount
    MOVE FmSources(FamIdx, 2) TO PrevCount
    PERFORM PutCountLine
    MOVE 'REPORTING DAYS' TO SccLabel
    MOVE FmDays(FamIdx, 1) TO CurCount
    MOVE FmDays(FamIdx, 2) TO PrevCount
    PERFORM PutCountLine

    COMPUTE CurTotal = FmSafe(FamIdx, 1) + FmUnsafe(FamIdx, 1)
        + FmExc(FamIdx, 1)
    COMPUTE PrevTotal = FmSafe(FamIdx, 2) + FmUnsafe(FamIdx, 2)
        + FmExc(FamIdx, 2)
    MOVE 'TOTAL READINGS' TO SccLabel
    MOVE CurTotal TO CurCount
    MOVE PrevTotal TO PrevCount
    PERFORM PutCountLine

    MOVE 'SAFE RATE %' TO ScrLabel
    MOVE 0 TO CurRate PrevRate
    IF CurTotal > 0 THEN
        COMPUTE CurRate ROUNDED = FmSafe(FamIdx, 1) * 100 / CurTotal
    END-IF
    IF PrevTotal > 0 THEN
        COMPUTE PrevRate ROUNDED = FmSafe(FamIdx, 2) * 100 / PrevTotal
    END-IF
    PERFORM PutRateLine
    MOVE 'EXCEPTION RATE %' TO ScrLabel
    MOVE 0 TO CurRate PrevRate
    IF CurTotal > 0 THEN
        COMPUTE CurRate ROUNDED = FmExc(FamIdx, 1) * 100 / CurTotal
    END-IF
    IF PrevTotal > 0 THEN
        COMPUTE PrevRate ROUNDED = FmExc(FamIdx, 2) * 100 / PrevTotal
    END-IF
    PERFORM PutRateLine

    MOVE 'ORDERS RAISED' TO SccLabel
    MOVE FmRaised(FamIdx, 1) TO CurCount
    MOVE FmRaised(FamIdx, 2) TO PrevCount
    PERFORM PutCountLine
    MOVE 'ORDERS CLOSED FIXED' TO SccLabel
    MOVE FmFixed(FamIdx, 1) TO CurCount
    MOVE FmFixed(FamIdx, 2) TO PrevCount
    PERFORM PutCountLine
    MOVE 'ORDERS CLOSED ABANDONED' TO SccLabel
    MOVE FmAband(FamIdx, 1) TO CurCount
    MOVE FmAband(FamIdx, 2) TO PrevCount
    PERFORM PutCountLine

    MOVE 'MEAN DAYS OPEN TO CLOSE' TO ScrLabel
    MOVE 0 TO CurRate PrevRate
    COMPUTE CurClosed = FmFixed(FamIdx, 1) + FmAband(FamIdx, 1)
    COMPUTE PrevClosed = FmFixed(FamIdx, 2) + FmAband(FamIdx, 2)
    IF CurClosed > 0 THEN
        COMPUTE CurRate ROUNDED = FmCloseDays(FamIdx, 1) / CurClosed
    END-IF
    IF PrevClosed > 0 THEN
        COMPUTE PrevRate ROUNDED = FmCloseDays(FamIdx, 2) / PrevClosed
    END-IF
    PERFORM PutRateLine

    *> Reason mix as a share of the month's unsafe report lines:
    *> this month's reasons first, then any seen only last month.
    MOVE SPACES TO SctText
    MOVE 'UNSAFE REASON MIX (% OF UNSAFE REPORT LINES)' TO SctText
    WRITE FamRptRec FROM ScoreTextLine
    MOVE 'N' TO RsnListed
    MOVE 1 TO RsnIdx
    PERFORM UNTIL RsnIdx > FmRsnCount(FamIdx, 1)
        MOVE FmRsnName(FamIdx, 1, RsnIdx) TO RsnName
        PERFORM PutReasonLine
        COMPUTE RsnIdx = RsnIdx + 1
    END-PERFORM
    MOVE 1 TO RsnIdx
    PERFORM UNTIL RsnIdx > FmRsnCount(FamIdx, 2)
        MOVE FmRsnName(FamIdx, 2, RsnIdx) TO RsnName
        MOVE 1 TO OtherSlot
        PERFORM FindReasonInSlot
        IF RsnFoundIdx = 0 THEN
            PERFORM PutReasonLine
        END-IF
        COMPUTE RsnIdx = RsnIdx + 1
    END-PERFORM
    IF RsnListed = 'N' THEN
        MOVE '  NO UNSAFE REPORT LINES IN EITHER MONTH' TO SctText
        WRITE FamRptRec FROM ScoreTextLine
    END-IF
EXIT.

*>******************************************************************
FindReasonInSlot SECTION.
*>******************************************************************
    MOVE 0 TO RsnFoundIdx
    MOVE 1 TO IdIdx
    PERFORM UNTIL IdIdx > FmRsnCount(FamIdx, OtherSlot)
            OR RsnFoundIdx > 0
        IF FmRsnName(FamIdx, OtherSlot, IdIdx) = RsnName THEN
            MOVE IdIdx TO RsnFoundIdx
        END-IF
        COMPUTE IdIdx = IdIdx + 1
    END-PERFORM
EXIT.

*>******************************************************************
PutReasonLine SECTION.
*>******************************************************************
    MOVE 'Y' TO RsnListed
    MOVE SPACES TO ScrLabel
    STRING '  ' RsnName DELIMITED BY SIZE INTO ScrLabel
    END-STRING
    MOVE 0 TO CurRate PrevRate
    MOVE 1 TO OtherSlot
    PERFORM FindReasonInSlot
    IF RsnFoundIdx > 0 AND FmRsnTotal(FamIdx, 1) > 0 THEN
        COMPUTE CurRate ROUNDED =
            FmRsnCnt(FamIdx, 1, RsnFoundIdx) * 100
            / FmRsnTotal(FamIdx, 1)
    END-IF
    MOVE 2 TO OtherSlot
    PERFORM FindReasonInSlot
    IF RsnFoundIdx > 0 AND FmRsnTotal(FamIdx, 2) > 0 THEN
        COMPUTE PrevRate ROUNDED =
            FmRsnCnt(FamIdx, 2, RsnFoundIdx) * 100
            / FmRsnTotal(FamIdx, 2)
    END-IF
    PERFORM PutRateLine
EXIT.

*>******************************************************************
PutCountLine SECTION.
*>******************************************************************
    MOVE CurCount TO SccCur
    MOVE PrevCount TO SccPrev
    COMPUTE SccChange = CurCount - PrevCount
    WRITE FamRptRec FROM ScoreCountLine
EXIT.

*>******************************************************************
PutRateLine SECTION.
*>******************************************************************
    MOVE CurRate TO ScrCur
    MOVE PrevRate TO ScrPrev
    COMPUTE ScrChange = CurRate - PrevRate
    WRITE FamRptRec FROM ScoreRateLine
EXIT.
