    SELECT OrdersFile ASSIGN TO 'orders.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OrdersFileStatus.
    SELECT IncidentFile ASSIGN TO 'incidents.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IncidentFileStatus.
    SELECT IncMbrFile ASSIGN TO 'incmbr.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IncMbrFileStatus.

DATA DIVISION.
FILE SECTION.
01 RemediationRec PIC X(160).

FD OrdersFile.
01 OrdersRec PIC X(210).

FD IncidentFile.
01 IncidentRec PIC X(150).

FD IncMbrFile.
01 IncMbrRec PIC X(80).

WORKING-STORAGE SECTION.
01 ReworkFileStatus     PIC XX.
01 CardUsed             PIC X VALUE 'N'.
01 FoundInput           PIC X VALUE 'N'.

*> An ASOF <yyyy-mm-dd> card in remadv.cfg advises under the
*> configuration version in force on that date (from the register
*> DayTwo keeps, via CfgGet) instead of the cards in the directory,
*> so a past generation is advised with the bounds it was judged by.
01 AsOfUsed             PIC X VALUE 'N'.
01 AsOfDate             PIC X(10) VALUE SPACES.
01 AsOfCard             PIC X(30).
01 AsOfCardNo           PIC 9(3) VALUE 0.
01 AsOfEOF              PIC X VALUE 'N'.
01 AsOfFile             PIC X(14).
01 AsOfStatus           PIC X.
01 AsOfVersion          PIC 9(5) VALUE 0.
01 AsOfVerDate          PIC X(10).
01 AsOfLineCount        PIC 9(3) VALUE 0.
01 AsOfLines.
    05 AsOfLine OCCURS 100 TIMES PIC X(100).
01 AsOfIdx              PIC 9(3) VALUE 0.
01 AsOfHeaderLine.
    05 FILLER           PIC X(23) VALUE 'CONFIGURATION VERSION V'.
    05 AsOfHdVer        PIC 9(5).
    05 FILLER           PIC X(13) VALUE ' IN FORCE ON '.
    05 AsOfHdDate       PIC X(10).
    05 FILLER           PIC X(16) VALUE ' (REGISTERED ON '.
    05 AsOfHdVerDate    PIC X(10).
    05 FILLER           PIC X(1) VALUE ')'.

*> Dated generations carry the run id first; a surviving undated
*> rework.txt predates run-id stamping and uses the old layout, so
*> each record is parsed through the matching view into the common
    05 OwlSeq           PIC X(5).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 OwlFile          PIC X(30).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 OwlAction        PIC X(12).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 OwlActionDate    PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 OwlCrew          PIC X(10).

*> Open site-wide incidents (incidents.txt, raised by DayTwo) and
*> their members (incmbr.txt). A source that is a member, or that
*> belongs to the incident's family and failed for the incident's
*> reason, is attached to the incident instead of getting its own
*> work order; once IncMaint closes the incident its members are
*> RELEASED and advised normally again.
01 IncidentFileStatus   PIC XX.
01 IncMbrFileStatus     PIC XX.
01 IncEOF               PIC X VALUE 'N'.
01 OpenIncTable.
    05 OpenIncEntry OCCURS 200 TIMES.
        10 OiNo         PIC 9(6).
        10 OiFamily     PIC X(20).
        10 OiReason     PIC X(20).
01 OpenIncCount         PIC 9(5) VALUE 0.
01 OiIdx                PIC 9(5) VALUE 0.
01 IncMbrTable.
    05 IncMbrEntry OCCURS 2000 TIMES.
        10 ImtNo        PIC 9(6).
        10 ImtId        PIC X(20).
01 IncMbrCount          PIC 9(5) VALUE 0.
01 ImtIdx               PIC 9(5) VALUE 0.
01 IncFoundNo           PIC 9(6) VALUE 0.
01 IncFamName           PIC X(20).
01 IncFamLen            PIC 9(5) VALUE 0.
01 IncMbrAppendOpen     PIC X VALUE 'N'.
01 IncAttachedCount     PIC 9(5) VALUE 0.
01 IncidentLine.
    05 IncNo            PIC 9(6).
    05 FILLER           PIC X(2).
    05 IncStatus        PIC X(6).
    05 FILLER           PIC X(2).
    05 IncFamily        PIC X(20).
    05 FILLER           PIC X(2).
    05 IncReason        PIC X(20).
01 IncMbrLine.
    05 ImbNo            PIC 9(6).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 ImbStatus        PIC X(8).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 ImbId            PIC X(20).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 ImbBusDate       PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 ImbAddedBy       PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 ImbAddedRun      PIC X(14).

01 ReworkCount          PIC 9(5) VALUE 0.
01 AdvisedCount         PIC 9(5) VALUE 0.
    05 RngMax       PIC ZZ9.

PROCEDURE DIVISION.
    PERFORM LoadAsOfCard
    PERFORM LoadTolerances
    PERFORM LoadToleranceProfiles
    PERFORM LoadDampMode
        DELIMITED BY SIZE INTO AdvRunDate
    END-STRING
    PERFORM LoadExistingOrders
    PERFORM LoadOpenIncidents
    PERFORM LoadRetention
    PERFORM SelectReworkInput
    IF FoundInput = 'N' THEN

    OPEN OUTPUT RemediationFile
    WRITE RemediationRec FROM RemediationHeader
    IF AsOfUsed = 'Y' THEN
        MOVE AsOfVersion TO AsOfHdVer
        MOVE AsOfDate TO AsOfHdDate
        MOVE AsOfVerDate TO AsOfHdVerDate
        WRITE RemediationRec FROM AsOfHeaderLine
    END-IF

    MOVE 1 TO RwkTabIdx
    PERFORM UNTIL RwkTabIdx > RwkTabCount
    IF OrdersAppendOpen = 'Y' THEN
        CLOSE OrdersFile
    END-IF
    IF IncMbrAppendOpen = 'Y' THEN
        CLOSE IncMbrFile
    END-IF

    DISPLAY "REMEDIATION ADVISED FOR " AdvisedCount " OF "
            ReworkCount " REWORK REPORTS ("
            NoFixCount " WITH NO SINGLE-LEVEL FIX)"
    DISPLAY OrdersRaisedCount " WORK ORDER(S) RAISED IN ORDERS.TXT"
    IF IncAttachedCount > 0 THEN
        DISPLAY IncAttachedCount " REPORT(S) ATTACHED TO OPEN "
                "INCIDENTS INSTEAD"
    END-IF
STOP RUN.

*>******************************************************************
LoadAsOfCard SECTION.
*>******************************************************************
    *> The ASOF card may stand on either of the first two lines of
    *> remadv.cfg (the other, if any, still selects the generation).
    OPEN INPUT RemAdvCfgFile
    IF RemAdvCfgFileStatus NOT = "00" THEN
        EXIT SECTION
    END-IF
    MOVE 'N' TO AsOfEOF
    MOVE 0 TO AsOfCardNo
    PERFORM UNTIL AsOfEOF = 'Y' OR AsOfCardNo >= 2
        READ RemAdvCfgFile INTO RemAdvCfgRec
            AT END
                MOVE 'Y' TO AsOfEOF
            NOT AT END
                COMPUTE AsOfCardNo = AsOfCardNo + 1
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RemAdvCfgRec))
                    TO AsOfCard
                IF AsOfCard(1:5) = 'ASOF ' THEN
                    MOVE 'Y' TO AsOfUsed
                    MOVE FUNCTION TRIM(AsOfCard(6:25)) TO AsOfDate
                END-IF
        END-READ
    END-PERFORM
    CLOSE RemAdvCfgFile

    IF AsOfUsed = 'N' THEN
        EXIT SECTION
    END-IF
    IF AsOfDate(1:4) IS NOT NUMERIC OR AsOfDate(5:1) NOT = '-'
            OR AsOfDate(6:2) IS NOT NUMERIC OR AsOfDate(8:1) NOT = '-'
            OR AsOfDate(9:2) IS NOT NUMERIC THEN
        DISPLAY "ERROR: REMADV.CFG ASOF CARD NEEDS A YYYY-MM-DD DATE ("
                FUNCTION TRIM(AsOfDate) ")"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF

    *> Fetched once here so a bad date stops the run before anything
    *> is loaded, and the version in use is announced up front.
    MOVE 'tolerance.cfg' TO AsOfFile
    PERFORM FetchAsOfCfg
    DISPLAY "ADVISING UNDER CONFIGURATION VERSION " AsOfVersion
            " IN FORCE ON " AsOfDate " (REGISTERED ON " AsOfVerDate ")"
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
                    "CANNOT ADVISE AS OF " AsOfDate
            MOVE 4 TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            DISPLAY "ERROR: NO CONFIGURATION VERSION REGISTERED ON OR "
                    "BEFORE " AsOfDate
            MOVE 4 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
EXIT.

*>******************************************************************
LoadRetention SECTION.
*>******************************************************************
    IF AsOfUsed = 'Y' THEN
        MOVE 'retention.cfg' TO AsOfFile
        PERFORM FetchAsOfCfg
        IF AsOfLineCount > 0 THEN
            MOVE AsOfLine(1) TO RetentionRec
            IF FUNCTION TRIM(RetentionRec) IS NUMERIC THEN
                MOVE FUNCTION TRIM(RetentionRec) TO RetentionDays
            END-IF
        END-IF
        IF RetentionDays = 0 THEN
            MOVE 1 TO RetentionDays
        END-IF
        EXIT SECTION
    END-IF

    OPEN INPUT RetentionFile
    IF RetentionFileStatus = "00" THEN
        READ RetentionFile INTO RetentionRec
    MOVE 'N' TO OldLayout
    MOVE 'N' TO CardUsed

    *> The generation card is the first of the first two lines that
    *> is not an ASOF card (LoadAsOfCard takes that one).
    OPEN INPUT RemAdvCfgFile
    IF RemAdvCfgFileStatus = "00" THEN
        MOVE SPACES TO CfgTarget
        MOVE 'N' TO AsOfEOF
        MOVE 0 TO AsOfCardNo
        PERFORM UNTIL AsOfEOF = 'Y' OR AsOfCardNo >= 2
                OR CfgTarget NOT = SPACES
            READ RemAdvCfgFile INTO RemAdvCfgRec
                AT END
                    MOVE 'Y' TO AsOfEOF
                NOT AT END
                    COMPUTE AsOfCardNo = AsOfCardNo + 1
                    MOVE FUNCTION TRIM(RemAdvCfgRec) TO CfgTarget
                    IF FUNCTION UPPER-CASE(CfgTarget(1:5)) = 'ASOF ' THEN
                        MOVE SPACES TO CfgTarget
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RemAdvCfgFile
        IF CfgTarget NOT = SPACES THEN
            MOVE 'Y' TO CardUsed
*>******************************************************************
LoadTolerances SECTION.
*>******************************************************************
    IF AsOfUsed = 'Y' THEN
        MOVE 'tolerance.cfg' TO AsOfFile
        PERFORM FetchAsOfCfg
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
        EXIT SECTION
    END-IF

    OPEN INPUT ToleranceFile
    IF ToleranceFileStatus = "00" THEN
        READ ToleranceFile INTO ToleranceRec
*>******************************************************************
LoadDampMode SECTION.
*>******************************************************************
    IF AsOfUsed = 'Y' THEN
        MOVE 'dampmode.cfg' TO AsOfFile
        PERFORM FetchAsOfCfg
        IF AsOfLineCount > 0 THEN
            MOVE AsOfLine(1) TO DampModeRec
            MOVE FUNCTION UPPER-CASE(
                FUNCTION TRIM(DampModeRec)) TO DampModeTok
            EVALUATE DampModeTok
                WHEN 'EXHAUSTIVE'
                    MOVE 'E' TO AdvEvalMode
                WHEN 'LEGACY'
                    MOVE 'L' TO AdvEvalMode
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
        EXIT SECTION
    END-IF

    OPEN INPUT DampModeFile
    IF DampModeFileStatus = "00" THEN
        READ DampModeFile INTO DampModeRec
*>******************************************************************
    MOVE 0 TO ProfileCount
    MOVE 'N' TO ProfEOF
    IF AsOfUsed = 'Y' THEN
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
        EXIT SECTION
    END-IF

    OPEN INPUT TolProfFile
    IF TolProfFileStatus = "00" THEN
        PERFORM UNTIL ProfEOF = 'Y'
        EXIT SECTION
    END-IF

    PERFORM CheckOpenIncident
    IF IncFoundNo > 0 THEN
        MOVE SPACES TO OrderTextLine
        STRING 'ATTACHED TO SITE INCIDENT ' IncFoundNo
            ' (' FUNCTION TRIM(IncFamName) ') - NO INDIVIDUAL ORDER'
            DELIMITED BY SIZE INTO OrdText
        END-STRING
        WRITE RemediationRec FROM OrderTextLine
        COMPUTE IncAttachedCount = IncAttachedCount + 1
        EXIT SECTION
    END-IF

    *> One open order per source: a second rework record for an id
    *> already under an open order just points the crew at it.
    MOVE 0 TO OrdOpenFoundNo
    WRITE RemediationRec FROM OrderTextLine
EXIT.

*>******************************************************************
LoadOpenIncidents SECTION.
*>******************************************************************
    MOVE 0 TO OpenIncCount
    MOVE 0 TO IncMbrCount
    MOVE 'N' TO IncEOF
    OPEN INPUT IncidentFile
    IF IncidentFileStatus NOT = "00" THEN
        EXIT SECTION
    END-IF
    PERFORM UNTIL IncEOF = 'Y'
        READ IncidentFile
            AT END
                MOVE 'Y' TO IncEOF
            NOT AT END
                MOVE IncidentRec TO IncidentLine
                IF IncStatus = 'OPEN' AND OpenIncCount < 200 THEN
                    COMPUTE OpenIncCount = OpenIncCount + 1
                    MOVE IncNo TO OiNo(OpenIncCount)
                    MOVE IncFamily TO OiFamily(OpenIncCount)
                    MOVE IncReason TO OiReason(OpenIncCount)
                END-IF
        END-READ
    END-PERFORM
    CLOSE IncidentFile

    MOVE 'N' TO IncEOF
    OPEN INPUT IncMbrFile
    IF IncMbrFileStatus NOT = "00" THEN
        EXIT SECTION
    END-IF
    PERFORM UNTIL IncEOF = 'Y'
        READ IncMbrFile
            AT END
                MOVE 'Y' TO IncEOF
            NOT AT END
                MOVE IncMbrRec TO IncMbrLine
                IF ImbStatus = 'MEMBER' AND IncMbrCount < 2000 THEN
                    COMPUTE IncMbrCount = IncMbrCount + 1
                    MOVE ImbNo TO ImtNo(IncMbrCount)
                    MOVE ImbId TO ImtId(IncMbrCount)
                END-IF
        END-READ
    END-PERFORM
    CLOSE IncMbrFile
EXIT.

*>******************************************************************
CheckOpenIncident SECTION.
*>******************************************************************
    *> Leaves the open incident covering this report in IncFoundNo,
    *> zero when there is none. A listed member is covered whatever
    *> it failed for; otherwise the source's family and reason must
    *> match an open incident, and it is attached as a member here.
    MOVE 0 TO IncFoundNo
    MOVE SPACES TO IncFamName
    IF OpenIncCount = 0 THEN
        EXIT SECTION
    END-IF
    MOVE 1 TO ImtIdx
    PERFORM UNTIL ImtIdx > IncMbrCount OR IncFoundNo > 0
        IF ImtId(ImtIdx) = RwkReportId THEN
            MOVE 1 TO OiIdx
            PERFORM UNTIL OiIdx > OpenIncCount OR IncFoundNo > 0
                IF OiNo(OiIdx) = ImtNo(ImtIdx) THEN
                    MOVE OiNo(OiIdx) TO IncFoundNo
                    MOVE OiFamily(OiIdx) TO IncFamName
                END-IF
                COMPUTE OiIdx = OiIdx + 1
            END-PERFORM
        END-IF
        COMPUTE ImtIdx = ImtIdx + 1
    END-PERFORM
    IF IncFoundNo > 0 THEN
        EXIT SECTION
    END-IF

    *> Family = longest matching prefix profile, as DayTwo groups it.
    MOVE 0 TO IncFamLen
    MOVE 1 TO ProfIdx
    PERFORM UNTIL ProfIdx > ProfileCount
        IF ProfPrefix(ProfIdx) = 'Y'
                AND ProfIdLen(ProfIdx) > IncFamLen
                AND RwkReportId(1:ProfIdLen(ProfIdx))
                    = ProfId(ProfIdx)(1:ProfIdLen(ProfIdx)) THEN
            MOVE ProfIdLen(ProfIdx) TO IncFamLen
            MOVE SPACES TO IncFamName
            STRING ProfId(ProfIdx)(1:ProfIdLen(ProfIdx)) '*'
                DELIMITED BY SIZE INTO IncFamName
            END-STRING
        END-IF
        COMPUTE ProfIdx = ProfIdx + 1
    END-PERFORM
    IF IncFamLen = 0 THEN
        EXIT SECTION
    END-IF
    MOVE 1 TO OiIdx
    PERFORM UNTIL OiIdx > OpenIncCount OR IncFoundNo > 0
        IF OiFamily(OiIdx) = IncFamName
                AND OiReason(OiIdx) = RwkReasonIn THEN
            MOVE OiNo(OiIdx) TO IncFoundNo
        END-IF
        COMPUTE OiIdx = OiIdx + 1
    END-PERFORM
    IF IncFoundNo = 0 THEN
        EXIT SECTION
    END-IF

    IF IncMbrAppendOpen = 'N' THEN
        OPEN EXTEND IncMbrFile
        IF IncMbrFileStatus = "35" THEN
            OPEN OUTPUT IncMbrFile
        END-IF
        IF IncMbrFileStatus NOT = "00" THEN
            DISPLAY "WARNING: COULD NOT OPEN INCMBR.TXT (STATUS "
                    IncMbrFileStatus ") - MEMBER NOT RECORDED"
            EXIT SECTION
        END-IF
        MOVE 'Y' TO IncMbrAppendOpen
    END-IF
    MOVE IncFoundNo TO ImbNo
    MOVE 'MEMBER' TO ImbStatus
    MOVE RwkReportId TO ImbId
    MOVE AdvRunDate TO ImbBusDate
    MOVE 'REWORKADV' TO ImbAddedBy
    MOVE AdvCurrentDate(1:14) TO ImbAddedRun
    WRITE IncMbrRec FROM IncMbrLine
    IF IncMbrCount < 2000 THEN
        COMPUTE IncMbrCount = IncMbrCount + 1
        MOVE IncFoundNo TO ImtNo(IncMbrCount)
        MOVE RwkReportId TO ImtId(IncMbrCount)
    END-IF
EXIT.

*>******************************************************************
TokenizeWorkLn SECTION.
*>******************************************************************
