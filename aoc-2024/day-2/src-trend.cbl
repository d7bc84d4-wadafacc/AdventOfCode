ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SrcHistFile ASSIGN TO DYNAMIC SrcHistName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SrcHistFileStatus.
    SELECT TrendCfgFile ASSIGN TO 'trend.cfg'

WORKING-STORAGE SECTION.
01 SrcHistFileStatus    PIC XX.
*> A RESTATED card on trend.cfg line 2 (line 1 stays the alert drop,
*> blank for the default) trends the series Restate wrote to
*> rstsrc.txt instead of the live one, so every day on the trend line
*> was judged under the same configuration version.
01 SrcHistName          PIC X(12) VALUE 'srchist.txt'.
01 TrendSeries          PIC X(20) VALUE SPACES.
01 TrendCfgFileStatus   PIC XX.
01 SrcTrendFileStatus   PIC XX.

01 TokExc               PIC X(20).
01 SdTotal              PIC 9(9) VALUE 0.

*> BASELINE records (written by FldMaint when a crew replaces a
*> sensor): the id's trend starts again after that date, so the old
*> sensor's days no longer weigh on the new one.
01 BaseTable.
    05 BaseEntry OCCURS 400 TIMES.
        10 BaseId       PIC X(20).
        10 BaseDate     PIC X(10).
01 BaseCount            PIC 9(5) VALUE 0.
01 BaseIdx              PIC 9(5) VALUE 0.
01 BaseFoundIdx         PIC 9(5) VALUE 0.
01 CurBaseDate          PIC X(10) VALUE SPACES.

*> Distinct sources, worked one at a time.
01 DoneTable.
    05 DoneId OCCURS 400 TIMES PIC X(20).
01 CurrentId            PIC X(20).
01 SourceCount          PIC 9(5) VALUE 0.

*> The current source's days, in date order. A late file posts back
*> to its business date, so file order is not always date order.
01 OwnDayTable.
    05 OwnEntry OCCURS 120 TIMES.
        10 OwnDate      PIC X(10).
        10 OwnRate      PIC 9(3)V9(2).
01 OwnDayCount          PIC 9(5) VALUE 0.
01 OwnIdx               PIC 9(5) VALUE 0.
01 OwnSlot              PIC 9(5) VALUE 0.
01 OwnSlotFound         PIC X VALUE 'N'.
01 WinIdx               PIC 9(5) VALUE 0.
01 WinStart             PIC 9(5) VALUE 0.
01 WinSum               PIC 9(9)V9(2) VALUE 0.

    OPEN OUTPUT SrcTrendFile
    WRITE SrcTrendRec FROM SrcTrendHeading1
    IF TrendSeries = 'RESTATED' THEN
        MOVE SPACES TO SrcTrendRec
        STRING 'RESTATED SERIES (RSTSRC.TXT) - EVERY DAY UNDER ONE '
            'CONFIGURATION VERSION'
            DELIMITED BY SIZE INTO SrcTrendRec
        END-STRING
        WRITE SrcTrendRec
    END-IF
    WRITE SrcTrendRec FROM SrcTrendHeading2

    MOVE 0 TO AlertCount
                IF FUNCTION TRIM(TrendCfgRec) IS NUMERIC THEN
                    MOVE FUNCTION TRIM(TrendCfgRec) TO AlertDropPts
                END-IF
                READ TrendCfgFile INTO TrendCfgRec
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(TrendCfgRec))
                            TO TrendSeries
                END-READ
        END-READ
        CLOSE TrendCfgFile
        IF TrendSeries = 'RESTATED' THEN
            MOVE 'rstsrc.txt' TO SrcHistName
        END-IF
    END-IF
EXIT.

    MOVE 'N' TO HistEOF
    OPEN INPUT SrcHistFile
    IF SrcHistFileStatus NOT = "00" THEN
        DISPLAY "ERROR: " FUNCTION UPPER-CASE(FUNCTION TRIM(SrcHistName))
                " NOT FOUND - NOTHING TO REPORT"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
        INTO TokId, TokDate, TokSafe, TokUnsafe, TokExc
    END-UNSTRING

    IF TokSafe = 'BASELINE' THEN
        PERFORM NoteBaseline
        EXIT SECTION
    END-IF

    IF FUNCTION TRIM(TokSafe) IS NUMERIC
            AND FUNCTION TRIM(TokUnsafe) IS NUMERIC
            AND FUNCTION TRIM(TokExc) IS NUMERIC THEN
    END-IF
EXIT.

*>******************************************************************
NoteBaseline SECTION.
*>******************************************************************
    *> A second replacement moves the baseline on; an older marker
    *> never moves it back.
    MOVE 0 TO BaseFoundIdx
    MOVE 1 TO BaseIdx
    PERFORM UNTIL BaseIdx > BaseCount OR BaseFoundIdx > 0
        IF BaseId(BaseIdx) = TokId THEN
            MOVE BaseIdx TO BaseFoundIdx
        END-IF
        COMPUTE BaseIdx = BaseIdx + 1
    END-PERFORM
    IF BaseFoundIdx = 0 THEN
        IF BaseCount >= 400 THEN
            DISPLAY "WARNING: MORE THAN 400 BASELINES - "
                    FUNCTION TRIM(TokId) " TRENDED ON FULL HISTORY"
            EXIT SECTION
        END-IF
        COMPUTE BaseCount = BaseCount + 1
        MOVE TokId TO BaseId(BaseCount)
        MOVE TokDate(1:10) TO BaseDate(BaseCount)
    ELSE
        IF TokDate(1:10) > BaseDate(BaseFoundIdx) THEN
            MOVE TokDate(1:10) TO BaseDate(BaseFoundIdx)
        END-IF
    END-IF
EXIT.

*>******************************************************************
CheckAlreadyDone SECTION.
*>******************************************************************
*>******************************************************************
ReportOneSource SECTION.
*>******************************************************************
    *> Gather this source's days in date order, then
    *> judge its latest day against its own trailing 7-day average -
    *> the same baseline logic TrendRpt applies to the whole shop.
    MOVE SPACES TO CurBaseDate
    MOVE 1 TO BaseIdx
    PERFORM UNTIL BaseIdx > BaseCount
        IF BaseId(BaseIdx) = CurrentId THEN
            MOVE BaseDate(BaseIdx) TO CurBaseDate
        END-IF
        COMPUTE BaseIdx = BaseIdx + 1
    END-PERFORM

    MOVE 0 TO OwnDayCount
    MOVE 1 TO OwnIdx
    PERFORM UNTIL OwnIdx > SrcDayCount
        IF SdId(OwnIdx) = CurrentId
                AND SdDate(OwnIdx) > CurBaseDate THEN
            PERFORM InsertOwnDay
        END-IF
        COMPUTE OwnIdx = OwnIdx + 1
    END-PERFORM

    *> Replaced and not heard from since: nothing to judge yet.
    IF OwnDayCount = 0 THEN
        MOVE CurrentId TO StdId
        MOVE 0 TO StdDays
        MOVE CurBaseDate TO StdDate
        MOVE 0 TO StdRate
        MOVE 0 TO StdTrail
        MOVE 0 TO StdDrop
        MOVE 'NEWBASE' TO StdFlag
        WRITE SrcTrendRec FROM SrcTrendDetailLine
        EXIT SECTION
    END-IF

    PERFORM ComputeTrailingAvg
    MOVE 'N' TO AlertFlag
    MOVE 0 TO DropAmount
    WRITE SrcTrendRec FROM SrcTrendDetailLine
EXIT.

*>******************************************************************
InsertOwnDay SECTION.
*>******************************************************************
    IF OwnDayCount = 120 THEN
        IF SdDate(OwnIdx) < OwnDate(1) THEN
            EXIT SECTION
        END-IF
        PERFORM AgeOutOldestOwnDay
    END-IF
    MOVE OwnDayCount TO OwnSlot
    MOVE 'N' TO OwnSlotFound
    PERFORM UNTIL OwnSlot = 0 OR OwnSlotFound = 'Y'
        IF OwnDate(OwnSlot) <= SdDate(OwnIdx) THEN
            MOVE 'Y' TO OwnSlotFound
        ELSE
            MOVE OwnEntry(OwnSlot) TO OwnEntry(OwnSlot + 1)
            COMPUTE OwnSlot = OwnSlot - 1
        END-IF
    END-PERFORM
    COMPUTE OwnSlot = OwnSlot + 1
    COMPUTE OwnDayCount = OwnDayCount + 1
    MOVE SdDate(OwnIdx) TO OwnDate(OwnSlot)
    MOVE SdRate(OwnIdx) TO OwnRate(OwnSlot)
EXIT.

*>******************************************************************
AgeOutOldestOwnDay SECTION.
*>******************************************************************
