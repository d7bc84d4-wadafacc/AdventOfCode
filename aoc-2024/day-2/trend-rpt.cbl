ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HistoryFile ASSIGN TO DYNAMIC HistoryName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HistoryFileStatus.
    SELECT TrendCfgFile ASSIGN TO 'trend.cfg'
DATA DIVISION.
FILE SECTION.
FD HistoryFile.
01 HistoryRec PIC X(90).

FD TrendCfgFile.
01 TrendCfgRec PIC X(20).

WORKING-STORAGE SECTION.
01 HistoryFileStatus    PIC XX.
*> A RESTATED card on trend.cfg line 2 (line 1 stays the alert drop,
*> blank for the default) trends the series Restate wrote to
*> rsthist.txt instead of the live one, so every day on the trend line
*> was judged under the same configuration version.
01 HistoryName          PIC X(12) VALUE 'history.txt'.
01 TrendSeries          PIC X(20) VALUE SPACES.
01 TrendCfgFileStatus   PIC XX.
01 TrendReportFileStatus PIC XX.

        10 DayJumpSmall     PIC 9(9).
01 DayCount             PIC 9(5) VALUE 0.

*> A history line is parsed here first, then merged into the table:
*> a date already held (a rerun, or a late file posted back to its
*> business date) has its counts added in; a new date goes in at its
*> place in date order.
01 NewDay.
    05 NewDate              PIC X(10).
    05 NewTotal             PIC 9(9).
    05 NewSafe              PIC 9(9).
    05 NewUnsafe            PIC 9(9).
    05 NewExceptions        PIC 9(9).
    05 NewRate              PIC 9(3)V9(2).
    05 NewReversals         PIC 9(9).
    05 NewJumpBig           PIC 9(9).
    05 NewJumpSmall         PIC 9(9).
01 MergeIdx             PIC 9(5) VALUE 0.
01 MergeFound           PIC X VALUE 'N'.
01 SlotFound            PIC X VALUE 'N'.

01 TokDate              PIC X(20).
01 TokTotal             PIC X(20).
01 TokSafe              PIC X(20).

    OPEN OUTPUT TrendReportFile
    WRITE TrendReportRec FROM TrendHeading1
    IF TrendSeries = 'RESTATED' THEN
        MOVE SPACES TO TrendReportRec
        STRING 'RESTATED SERIES (RSTHIST.TXT) - EVERY DAY UNDER ONE '
            'CONFIGURATION VERSION'
            DELIMITED BY SIZE INTO TrendReportRec
        END-STRING
        WRITE TrendReportRec
    END-IF
    WRITE TrendReportRec FROM TrendHeading2

    MOVE 1 TO Idx
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
            MOVE 'rsthist.txt' TO HistoryName
        END-IF
    END-IF
EXIT.

    MOVE 'N' TO HistoryEOF
    OPEN INPUT HistoryFile
    IF HistoryFileStatus NOT = "00" THEN
        DISPLAY "ERROR: " FUNCTION UPPER-CASE(FUNCTION TRIM(HistoryName))
                " NOT FOUND - NOTHING TO REPORT"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
            AND FUNCTION TRIM(TokSafe) IS NUMERIC
            AND FUNCTION TRIM(TokUnsafe) IS NUMERIC
            AND FUNCTION TRIM(TokExceptions) IS NUMERIC THEN
        MOVE TokDate TO NewDate
        MOVE FUNCTION TRIM(TokTotal) TO NewTotal
        MOVE FUNCTION TRIM(TokSafe) TO NewSafe
        MOVE FUNCTION TRIM(TokUnsafe) TO NewUnsafe
        MOVE FUNCTION TRIM(TokExceptions) TO NewExceptions
        *> The reason-mix counts were added to the history line
        *> later; older lines simply don't carry them.
        IF FUNCTION TRIM(TokReversals) IS NUMERIC
                AND FUNCTION TRIM(TokJumpBig) IS NUMERIC
                AND FUNCTION TRIM(TokJumpSmall) IS NUMERIC THEN
            MOVE FUNCTION TRIM(TokReversals) TO NewReversals
            MOVE FUNCTION TRIM(TokJumpBig) TO NewJumpBig
            MOVE FUNCTION TRIM(TokJumpSmall) TO NewJumpSmall
        ELSE
            MOVE 0 TO NewReversals
            MOVE 0 TO NewJumpBig
            MOVE 0 TO NewJumpSmall
        END-IF
        PERFORM MergeHistoryDay
    ELSE
        DISPLAY "WARNING: SKIPPING UNPARSEABLE HISTORY LINE: "
                FUNCTION TRIM(HistoryRec)
    END-IF
EXIT.

*>******************************************************************
MergeHistoryDay SECTION.
*>******************************************************************
    MOVE 'N' TO MergeFound
    MOVE DayCount TO MergeIdx
    PERFORM UNTIL MergeIdx = 0 OR MergeFound = 'Y'
        IF DayDate(MergeIdx) = NewDate THEN
            MOVE 'Y' TO MergeFound
        ELSE
            COMPUTE MergeIdx = MergeIdx - 1
        END-IF
    END-PERFORM

    IF MergeFound = 'Y' THEN
        COMPUTE DayTotal(MergeIdx) = DayTotal(MergeIdx) + NewTotal
        COMPUTE DaySafe(MergeIdx) = DaySafe(MergeIdx) + NewSafe
        COMPUTE DayUnsafe(MergeIdx) = DayUnsafe(MergeIdx) + NewUnsafe
        COMPUTE DayExceptions(MergeIdx) = DayExceptions(MergeIdx)
            + NewExceptions
        COMPUTE DayReversals(MergeIdx) = DayReversals(MergeIdx)
            + NewReversals
        COMPUTE DayJumpBig(MergeIdx) = DayJumpBig(MergeIdx)
            + NewJumpBig
        COMPUTE DayJumpSmall(MergeIdx) = DayJumpSmall(MergeIdx)
            + NewJumpSmall
    ELSE
        *> The trend is about the most recent days - when the table is
        *> full, age out the oldest entry rather than dropping new
        *> ones (unless the new one is older still).
        IF DayCount = 1000 THEN
            IF NewDate < DayDate(1) THEN
                EXIT SECTION
            END-IF
            PERFORM AgeOutOldestDay
        END-IF
        MOVE DayCount TO MergeIdx
        MOVE 'N' TO SlotFound
        PERFORM UNTIL MergeIdx = 0 OR SlotFound = 'Y'
            IF DayDate(MergeIdx) < NewDate THEN
                MOVE 'Y' TO SlotFound
            ELSE
                MOVE DayEntry(MergeIdx) TO DayEntry(MergeIdx + 1)
                COMPUTE MergeIdx = MergeIdx - 1
            END-IF
        END-PERFORM
        COMPUTE MergeIdx = MergeIdx + 1
        COMPUTE DayCount = DayCount + 1
        MOVE NewDay TO DayEntry(MergeIdx)
    END-IF

    IF DayTotal(MergeIdx) = 0 THEN
        MOVE 0 TO DayRate(MergeIdx)
    ELSE
        COMPUTE DayRate(MergeIdx) =
            (DaySafe(MergeIdx) * 100) / DayTotal(MergeIdx)
    END-IF
EXIT.

*>******************************************************************
AgeOutOldestDay SECTION.
*>******************************************************************
