    SELECT RetentionFile ASSIGN TO 'retention.cfg'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RetentionFileStatus.
    SELECT SrcRegFile ASSIGN TO 'srcreg.idx'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SrcRegReportId
        FILE STATUS IS SrcRegFileStatus.
    SELECT MaintLockFile ASSIGN TO 'mstmaint.lck'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MaintLockFileStatus.
    SELECT SrcHistFile ASSIGN TO 'srchist.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SrcHistFileStatus.
    SELECT OpLogFile ASSIGN TO 'oplog.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OpLogFileStatus.

DATA DIVISION.
FILE SECTION.
    05 MasterLastReason PIC X(20).

FD MaintCfgFile.
01 MaintCfgRec PIC X(132).

FD MaintRptFile.
01 MaintRptRec PIC X(132).
FD RetentionFile.
01 RetentionRec PIC X(20).

FD SrcRegFile.
01 SrcRegRec.
    05 SrcRegReportId   PIC X(20).
    05 SrcRegSite       PIC X(10).
    05 SrcRegCrew       PIC X(10).
    05 SrcRegDays       PIC X(7).
    05 SrcRegStatus     PIC X(10).
    05 SrcRegAdded      PIC X(10).
    05 SrcRegChanged    PIC X(10).

FD MaintLockFile.
01 MaintLockRec PIC X(40).

FD SrcHistFile.
01 SrcHistRec PIC X(60).

FD OpLogFile.
01 OpLogRec PIC X(280).

WORKING-STORAGE SECTION.
01 MasterFileStatus     PIC XX.
01 MaintCfgFileStatus   PIC XX.
01 MaintRptFileStatus   PIC XX.
01 ReportGenFileStatus  PIC XX.
01 RetentionFileStatus  PIC XX.
01 SrcRegFileStatus     PIC XX.

01 MaintCurrentDate     PIC X(21).
01 RunDate              PIC X(10).
01 TodayInt             PIC 9(9) VALUE 0.
01 RetentionDays        PIC 9(3) VALUE 7.
01 MaintRc              PIC 9(3) VALUE 0.

*> Control card: 'INQUIRE <id>', 'IDLE <yyyy-mm-dd>',
*> 'PURGE <days> <operator> <approver> | <reason>', or
*> 'REBUILD [<yyyy-mm-dd>]'. A PURGE destroys master records, so it
*> must name who asked, a second person who approved it, and why; it
*> is refused otherwise, and every PURGE card is written to the
*> operator action log (oplog.txt).
01 MaintFunc            PIC X(10).
01 MaintArg             PIC X(30).
01 MaintOper            PIC X(20).
01 MaintAppr            PIC X(20).
01 MaintExtra           PIC X(20).
01 MaintCardLeft        PIC X(132).
01 MaintReason          PIC X(132).
01 PurgeRefuseNote      PIC X(40).
01 OpLogFileStatus      PIC XX.
*> Operator action log record, as DayTwo writes it.
01 OpLogLine.
    05 OplRunId         PIC X(14).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 OplProgram       PIC X(8).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 OplCard          PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 OplOutcome       PIC X(8).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 OplOper          PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 OplAppr          PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 OplTarget        PIC X(100).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 OplReason        PIC X(60).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 OplNote          PIC X(40).

*> REBUILD <yyyy-mm-dd> sizes the generation window with retention.cfg
*> as it stood in the configuration version in force on that date
*> (from the register DayTwo keeps, via CfgGet), not today's card.
01 AsOfDate             PIC X(10) VALUE SPACES.
01 AsOfFile             PIC X(14) VALUE 'retention.cfg'.
01 AsOfStatus           PIC X.
01 AsOfVersion          PIC 9(5) VALUE 0.
01 AsOfVerDate          PIC X(10).
01 AsOfLineCount        PIC 9(3) VALUE 0.
01 AsOfLines.
    05 AsOfLine OCCURS 100 TIMES PIC X(100).
01 MasterEOF            PIC X VALUE 'N'.

*> Source registry deck: when the first card is ADD, CHANGE or
*> RETIRE, every card in mstmaint.cfg is a registry transaction -
*>   ADD <id> <site> <crew> <days> [ACTIVE|SUSPENDED]
*>   CHANGE <id> <site> <crew> <days> <status>
*>   RETIRE <id>
*> <days> is a Monday-first mask of the weekdays the source is
*> expected to report, '-' for a day off (MTWTF-- is weekdays only,
*> DAILY is shorthand for MTWTFSS). On CHANGE a field given as '*'
*> or left off the end of the card keeps its current value; CHANGE
*> to ACTIVE reinstates a retired id. Ids are never deleted - RETIRE
*> keeps the record so DayTwo can tell a decommissioned sensor from
*> a mistyped one.
01 CardFunc             PIC X(10).
01 CardId               PIC X(20).
01 CardSite             PIC X(10).
01 CardCrew             PIC X(10).
01 CardDays             PIC X(10).
01 CardStatus           PIC X(10).
01 CardEOF              PIC X VALUE 'N'.
*> REBUILD and PURGE rewrite master.idx, so they hold mstmaint.lck
*> while they run and refuse to start under the nightly job stream
*> (jobstrm.lck) or another REBUILD/PURGE - JobStrm checks the same
*> two files before it starts DayTwo.
01 MaintLockFileStatus  PIC XX.
01 LockCheckName        PIC X(20).
01 LockFileInfo         PIC X(16).
01 MaintLockHeld        PIC X VALUE 'N'.
01 MaintRefused         PIC X VALUE 'N'.
01 MaintRefuseNote      PIC X(80).

01 CardOk               PIC X VALUE 'Y'.
01 CardNote             PIC X(40).
01 RegFound             PIC X VALUE 'N'.
01 RegAccepted          PIC 9(5) VALUE 0.
01 RegRejected          PIC 9(5) VALUE 0.
01 DayIdx               PIC 9(3) VALUE 0.
01 DayLetters           PIC X(7) VALUE 'MTWTFSS'.
01 RegDetailLine.
    05 RgdVerdict       PIC X(8).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RgdFunc          PIC X(6).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RgdId            PIC X(20).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RgdSite          PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RgdCrew          PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RgdDays          PIC X(7).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RgdStatus        PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RgdNote          PIC X(40).
01 RegColumnLine.
    05 FILLER           PIC X(8) VALUE 'VERDICT'.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FILLER           PIC X(6) VALUE 'CARD'.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FILLER           PIC X(20) VALUE 'REPORT ID'.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FILLER           PIC X(10) VALUE 'SITE'.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FILLER           PIC X(10) VALUE 'CREW'.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FILLER           PIC X(7) VALUE 'DAYS'.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FILLER           PIC X(10) VALUE 'STATUS'.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FILLER           PIC X(4) VALUE 'NOTE'.

01 IdleCutoffDate       PIC X(10).
01 PurgeDays            PIC 9(5) VALUE 0.
01 PurgeCutoffInt       PIC 9(9) VALUE 0.
        10 RbExc        PIC 9(9).
        10 RbLastDate   PIC X(10).
        10 RbLastReason PIC X(20).
        10 RbRegVerdict PIC X.
        10 RbRetiredOn  PIC X(10).
        10 RbBaseDate   PIC X(10).
01 RebuildCount         PIC 9(5) VALUE 0.
01 RbWritten            PIC 9(5) VALUE 0.
*> The daily run only posts registered, unretired ids to the master
*> once a registry exists, so a rebuild applies the same gate: an
*> unregistered id is left out and a retired id keeps only what it
*> reported up to its retirement date.
01 RegistryAvailable    PIC X VALUE 'N'.
01 RbIdx                PIC 9(5) VALUE 0.
01 RbFoundIdx           PIC 9(5) VALUE 0.
01 RbOverflow           PIC X VALUE 'N'.
*> Sensors replaced in the field (BASELINE records FldMaint puts on
*> srchist.txt) start again from zero: generations up to the
*> replacement date add nothing to the new sensor's counts.
01 SrcHistFileStatus    PIC XX.
01 SrcHistEOF           PIC X VALUE 'N'.
01 BaseTable.
    05 BaseEntry OCCURS 500 TIMES.
        10 BaseId       PIC X(20).
        10 BaseDate     PIC X(10).
01 BaseCount            PIC 9(5) VALUE 0.
01 BaseIdx              PIC 9(5) VALUE 0.
01 BaseFoundIdx         PIC 9(5) VALUE 0.
01 BaseTokId            PIC X(20).
01 BaseTokDate          PIC X(20).
01 BaseTokTag           PIC X(20).

*> Dated report generation record, as DayTwo writes it.
01 RptInFields.
    05 RptLnIn      PIC X(100).
    05 FILLER       PIC X(2).
    05 RptProfileIn PIC X(20).
    05 FILLER       PIC X(2).
    05 RptBusDateIn PIC X(10).

01 ReportId             PIC X(20).
01 IdToken              PIC X(20).
    PERFORM LoadMaintCard
    IF MaintFunc = SPACES THEN
        DISPLAY "ERROR: MSTMAINT.CFG MISSING OR EMPTY - EXPECTED "
                "'INQUIRE <ID>', 'IDLE <YYYY-MM-DD>', 'PURGE <DAYS> "
                "<OPERATOR> <APPROVER> | <REASON>', "
                "'REBUILD [<YYYY-MM-DD>]' OR A "
                "REGISTRY DECK OF "
                "ADD, CHANGE AND RETIRE CARDS"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE RunDate TO MntHdDate
    WRITE MaintRptRec FROM MaintHeading

    MOVE 'N' TO MaintRefused
    IF MaintFunc = 'PURGE' OR MaintFunc = 'REBUILD' THEN
        PERFORM TakeMaintLock
    END-IF

    IF MaintRefused = 'Y' THEN
        DISPLAY "ERROR: " FUNCTION TRIM(MaintRefuseNote)
        MOVE MaintRefuseNote TO MaintRptRec
        WRITE MaintRptRec
        MOVE 4 TO RETURN-CODE
    ELSE
        EVALUATE MaintFunc
            WHEN 'INQUIRE'
                PERFORM DoInquire
            WHEN 'IDLE'
                PERFORM DoIdleList
            WHEN 'PURGE'
                PERFORM DoPurge
            WHEN 'REBUILD'
                PERFORM DoRebuild
            WHEN 'ADD'
            WHEN 'CHANGE'
            WHEN 'RETIRE'
                PERFORM DoRegistryDeck
            WHEN OTHER
                DISPLAY "ERROR: UNKNOWN MAINTENANCE FUNCTION '"
                        FUNCTION TRIM(MaintFunc) "'"
                MOVE 'UNKNOWN FUNCTION ON CONTROL CARD' TO MaintRptRec
                WRITE MaintRptRec
                MOVE 4 TO RETURN-CODE
        END-EVALUATE
    END-IF
    IF MaintLockHeld = 'Y' THEN
        PERFORM ReleaseMaintLock
    END-IF

    CLOSE MaintRptFile
    DISPLAY "MAINTENANCE REPORT WRITTEN TO MSTMAINT.TXT"
STOP RUN.

*>******************************************************************
TakeMaintLock SECTION.
*>******************************************************************
    MOVE 'jobstrm.lck' TO LockCheckName
    CALL 'CBL_CHECK_FILE_EXIST' USING LockCheckName LockFileInfo
    IF RETURN-CODE = 0 THEN
        MOVE 'Y' TO MaintRefused
        MOVE 'NIGHTLY JOB STREAM IN PROGRESS (JOBSTRM.LCK) - RERUN WHEN IT COMPLETES'
            TO MaintRefuseNote
        EXIT SECTION
    END-IF
    MOVE 'mstmaint.lck' TO LockCheckName
    CALL 'CBL_CHECK_FILE_EXIST' USING LockCheckName LockFileInfo
    IF RETURN-CODE = 0 THEN
        MOVE 'Y' TO MaintRefused
        MOVE 'ANOTHER REBUILD/PURGE IN PROGRESS (MSTMAINT.LCK) - REMOVE ONLY IF IT DIED'
            TO MaintRefuseNote
        EXIT SECTION
    END-IF
    MOVE 0 TO RETURN-CODE

    OPEN OUTPUT MaintLockFile
    IF MaintLockFileStatus NOT = "00" THEN
        MOVE 'Y' TO MaintRefused
        MOVE SPACES TO MaintRefuseNote
        STRING 'COULD NOT CREATE MSTMAINT.LCK (STATUS '
            MaintLockFileStatus ')'
            DELIMITED BY SIZE INTO MaintRefuseNote
        END-STRING
        EXIT SECTION
    END-IF
    MOVE SPACES TO MaintLockRec
    STRING MaintFunc ' ' MaintCurrentDate(1:14)
        DELIMITED BY SIZE INTO MaintLockRec
    END-STRING
    WRITE MaintLockRec
    CLOSE MaintLockFile
    MOVE 'Y' TO MaintLockHeld
EXIT.

*>******************************************************************
ReleaseMaintLock SECTION.
*>******************************************************************
    *> The delete sets RETURN-CODE; keep the function's own result.
    MOVE RETURN-CODE TO MaintRc
    MOVE 'mstmaint.lck' TO LockCheckName
    CALL 'CBL_DELETE_FILE' USING LockCheckName
    MOVE MaintRc TO RETURN-CODE
    MOVE 'N' TO MaintLockHeld
EXIT.

*>******************************************************************
LoadRetention SECTION.
*>******************************************************************
*>******************************************************************
LoadMaintCard SECTION.
*>******************************************************************
    MOVE SPACES TO MaintFunc MaintArg MaintOper MaintAppr MaintExtra
    MOVE SPACES TO MaintCardLeft MaintReason
    OPEN INPUT MaintCfgFile
    IF MaintCfgFileStatus = "00" THEN
        READ MaintCfgFile INTO MaintCfgRec
            AT END
                CONTINUE
            NOT AT END
                UNSTRING MaintCfgRec DELIMITED BY '|'
                    INTO MaintCardLeft, MaintReason
                END-UNSTRING
                MOVE FUNCTION TRIM(MaintReason) TO MaintReason
                UNSTRING FUNCTION TRIM(MaintCardLeft)
                    DELIMITED BY ALL SPACES
                    INTO MaintFunc, MaintArg, MaintOper, MaintAppr,
                        MaintExtra
                END-UNSTRING
                MOVE FUNCTION UPPER-CASE(MaintFunc) TO MaintFunc
        END-READ
    MOVE FUNCTION NUMVAL(MaintArg) TO PurgeDays
    COMPUTE PurgeCutoffInt = TodayInt - PurgeDays

    MOVE 'PURGE' TO OplCard
    MOVE MaintOper TO OplOper
    MOVE MaintAppr TO OplAppr
    MOVE SPACES TO OplTarget
    STRING 'SOURCES IDLE MORE THAN ' PurgeDays ' DAYS'
        DELIMITED BY SIZE INTO OplTarget
    END-STRING
    MOVE MaintReason TO OplReason
    PERFORM CheckPurgeAuthority
    IF PurgeRefuseNote NOT = SPACES THEN
        MOVE SPACES TO MaintRptRec
        STRING 'PURGE REFUSED - ' PurgeRefuseNote
            DELIMITED BY SIZE INTO MaintRptRec
        END-STRING
        WRITE MaintRptRec
        DISPLAY "ERROR: " FUNCTION TRIM(MaintRptRec)
        MOVE 'REFUSED' TO OplOutcome
        MOVE PurgeRefuseNote TO OplNote
        PERFORM WriteOpLog
        MOVE 4 TO RETURN-CODE
        EXIT SECTION
    END-IF
    MOVE SPACES TO MaintRptRec
    STRING 'REQUESTED BY ' FUNCTION TRIM(MaintOper)
        ', APPROVED BY ' FUNCTION TRIM(MaintAppr)
        ': ' FUNCTION TRIM(MaintReason)
        DELIMITED BY SIZE INTO MaintRptRec
    END-STRING
    WRITE MaintRptRec

    MOVE SPACES TO MaintRptRec
    STRING 'PURGING SOURCES IDLE MORE THAN ' PurgeDays ' DAYS'
        DELIMITED BY SIZE INTO MaintRptRec
            DELIMITED BY SIZE INTO MaintRptRec
        END-STRING
        WRITE MaintRptRec
        MOVE 'FAILED' TO OplOutcome
        MOVE SPACES TO OplNote
        STRING 'MASTER FILE UNAVAILABLE - STATUS ' MasterFileStatus
            DELIMITED BY SIZE INTO OplNote
        END-STRING
        PERFORM WriteOpLog
        MOVE 4 TO RETURN-CODE
        EXIT SECTION
    END-IF
    END-STRING
    WRITE MaintRptRec
    DISPLAY PurgedCount " SOURCE(S) PURGED, " KeptCount " KEPT"
    MOVE 'APPLIED' TO OplOutcome
    MOVE SPACES TO OplNote
    STRING PurgedCount ' SOURCE(S) PURGED, ' KeptCount ' KEPT'
        DELIMITED BY SIZE INTO OplNote
    END-STRING
    PERFORM WriteOpLog
EXIT.

*>******************************************************************
CheckPurgeAuthority SECTION.
*>******************************************************************
    MOVE SPACES TO PurgeRefuseNote
    EVALUATE TRUE
        WHEN MaintOper = SPACES
            MOVE 'NO OPERATOR ID' TO PurgeRefuseNote
        WHEN MaintAppr = SPACES
            MOVE 'NO SECOND APPROVER ID' TO PurgeRefuseNote
        WHEN MaintAppr = MaintOper
            MOVE 'APPROVER MUST DIFFER FROM OPERATOR' TO PurgeRefuseNote
        WHEN MaintOper(11:10) NOT = SPACES
                OR MaintAppr(11:10) NOT = SPACES
            MOVE 'OPERATOR/APPROVER ID OVER 10 CHARACTERS'
                TO PurgeRefuseNote
        WHEN MaintExtra NOT = SPACES
            MOVE 'UNEXPECTED TOKEN BEFORE THE |' TO PurgeRefuseNote
        WHEN MaintReason = SPACES
            MOVE 'NO REASON (| <REASON TEXT>)' TO PurgeRefuseNote
        WHEN OTHER
            CONTINUE
    END-EVALUATE
EXIT.

*>******************************************************************
WriteOpLog SECTION.
*>******************************************************************
    MOVE MaintCurrentDate(1:14) TO OplRunId
    MOVE 'MSTMAINT' TO OplProgram
    OPEN EXTEND OpLogFile
    IF OpLogFileStatus = "35" THEN
        OPEN OUTPUT OpLogFile
    END-IF
    IF OpLogFileStatus = "00" THEN
        WRITE OpLogRec FROM OpLogLine
        CLOSE OpLogFile
    ELSE
        DISPLAY "WARNING: COULD NOT UPDATE OPLOG.TXT (STATUS "
                OpLogFileStatus ")"
    END-IF
EXIT.

*>******************************************************************
    *> counts from generations already swept are gone either way.
    MOVE 'FUNCTION: REBUILD' TO MaintRptRec
    WRITE MaintRptRec
    IF MaintArg NOT = SPACES THEN
        PERFORM LoadAsOfRetention
        IF RETURN-CODE NOT = 0 THEN
            EXIT SECTION
        END-IF
    END-IF

    MOVE 0 TO RebuildCount
    MOVE 0 TO GensRead
    MOVE 0 TO GenRecsRead
    MOVE 'N' TO RbOverflow
    MOVE 'N' TO RegistryAvailable
    OPEN INPUT SrcRegFile
    IF SrcRegFileStatus = "00" THEN
        MOVE 'Y' TO RegistryAvailable
        MOVE 'SOURCE REGISTRY IN USE - UNREGISTERED IDS NOT REBUILT'
            TO MaintRptRec
        WRITE MaintRptRec
    END-IF
    PERFORM LoadBaselines
    COMPUTE GenAgeDays = RetentionDays + 90
    PERFORM UNTIL GenAgeDays = 0
        PERFORM ScanOneGeneration
    END-PERFORM
    *> Today's generation last (GenAgeDays 0).
    PERFORM ScanOneGeneration
    IF RegistryAvailable = 'Y' THEN
        CLOSE SrcRegFile
    END-IF

    IF GensRead = 0 THEN
        MOVE 'NO DATED REPORT GENERATIONS FOUND - MASTER LEFT ALONE'
        MOVE 4 TO RETURN-CODE
        EXIT SECTION
    END-IF
    MOVE 0 TO RbWritten
    MOVE 1 TO RbIdx
    PERFORM UNTIL RbIdx > RebuildCount
        *> An entry that never took a posting (unregistered, or only
        *> seen after retirement) has no business in the master.
        IF RbLastDate(RbIdx) NOT = SPACES THEN
            MOVE RbId(RbIdx) TO MasterReportId
            MOVE RbSafe(RbIdx) TO MasterSafeCount
            MOVE RbUnsafe(RbIdx) TO MasterUnsafeCount
            MOVE RbExc(RbIdx) TO MasterExcCount
            MOVE RbLastDate(RbIdx) TO MasterLastRunDate
            MOVE RbLastReason(RbIdx) TO MasterLastReason
            WRITE MasterRec
            COMPUTE RbWritten = RbWritten + 1
        END-IF
        COMPUTE RbIdx = RbIdx + 1
    END-PERFORM
    CLOSE MasterFile

    MOVE SPACES TO MaintRptRec
    STRING 'MASTER REBUILT: ' RbWritten ' SOURCE(S) FROM '
        GensRead ' GENERATION(S), ' GenRecsRead ' RECORD(S)'
        DELIMITED BY SIZE INTO MaintRptRec
    END-STRING
        WRITE MaintRptRec
        DISPLAY "WARNING: REBUILD TABLE FULL - SOME IDS NOT REBUILT"
    END-IF
    DISPLAY "MASTER REBUILT: " RbWritten " SOURCE(S) FROM "
            GensRead " GENERATION(S)"
EXIT.

*>******************************************************************
LoadAsOfRetention SECTION.
*>******************************************************************
    MOVE MaintArg(1:10) TO AsOfDate
    IF AsOfDate(1:4) IS NOT NUMERIC OR AsOfDate(5:1) NOT = '-'
            OR AsOfDate(6:2) IS NOT NUMERIC OR AsOfDate(8:1) NOT = '-'
            OR AsOfDate(9:2) IS NOT NUMERIC
            OR MaintArg(11:20) NOT = SPACES THEN
        MOVE 'REBUILD DATE MUST BE YYYY-MM-DD - MASTER LEFT ALONE'
            TO MaintRptRec
        WRITE MaintRptRec
        DISPLAY "ERROR: REBUILD DATE MUST BE YYYY-MM-DD ("
                FUNCTION TRIM(MaintArg) ")"
        MOVE 4 TO RETURN-CODE
        EXIT SECTION
    END-IF

    CALL 'CfgGet' USING AsOfDate, AsOfFile, AsOfStatus, AsOfVersion,
        AsOfVerDate, AsOfLineCount, AsOfLines
    IF AsOfStatus NOT = 'F' AND AsOfStatus NOT = 'M' THEN
        MOVE SPACES TO MaintRptRec
        IF AsOfStatus = 'E' THEN
            MOVE 'NO CONFIGURATION REGISTER (CFGREG.TXT) - MASTER LEFT ALONE'
                TO MaintRptRec
        ELSE
            STRING 'NO CONFIGURATION VERSION REGISTERED ON OR BEFORE '
                AsOfDate ' - MASTER LEFT ALONE'
                DELIMITED BY SIZE INTO MaintRptRec
            END-STRING
        END-IF
        WRITE MaintRptRec
        DISPLAY "ERROR: " FUNCTION TRIM(MaintRptRec)
        MOVE 4 TO RETURN-CODE
        EXIT SECTION
    END-IF

    *> The version's card stands in for today's; absent then means
    *> the default, as a missing retention.cfg does.
    MOVE 7 TO RetentionDays
    IF AsOfLineCount > 0 THEN
        MOVE AsOfLine(1) TO RetentionRec
        IF FUNCTION TRIM(RetentionRec) IS NUMERIC THEN
            MOVE FUNCTION TRIM(RetentionRec) TO RetentionDays
        END-IF
    END-IF
    IF RetentionDays = 0 THEN
        MOVE 1 TO RetentionDays
    END-IF
    MOVE SPACES TO MaintRptRec
    STRING 'CONFIGURATION VERSION V' AsOfVersion ' IN FORCE ON '
        AsOfDate ' (REGISTERED ON ' AsOfVerDate ') - RETENTION '
        RetentionDays ' DAY(S)'
        DELIMITED BY SIZE INTO MaintRptRec
    END-STRING
    WRITE MaintRptRec
    DISPLAY FUNCTION TRIM(MaintRptRec)
EXIT.

*>******************************************************************
LoadBaselines SECTION.
*>******************************************************************
    MOVE 0 TO BaseCount
    MOVE 'N' TO SrcHistEOF
    OPEN INPUT SrcHistFile
    IF SrcHistFileStatus NOT = "00" THEN
        EXIT SECTION
    END-IF
    PERFORM UNTIL SrcHistEOF = 'Y'
        READ SrcHistFile
            AT END
                MOVE 'Y' TO SrcHistEOF
            NOT AT END
                MOVE SPACES TO BaseTokId BaseTokDate BaseTokTag
                UNSTRING FUNCTION TRIM(SrcHistRec)
                    DELIMITED BY ALL SPACES
                    INTO BaseTokId, BaseTokDate, BaseTokTag
                END-UNSTRING
                IF BaseTokTag = 'BASELINE' THEN
                    PERFORM NoteBaseline
                END-IF
        END-READ
    END-PERFORM
    CLOSE SrcHistFile
    IF BaseCount > 0 THEN
        MOVE SPACES TO MaintRptRec
        STRING 'SENSOR REPLACEMENTS ON SRCHIST.TXT: ' BaseCount
            ' - COUNTS RESTART AFTER EACH'
            DELIMITED BY SIZE INTO MaintRptRec
        END-STRING
        WRITE MaintRptRec
    END-IF
EXIT.

*>******************************************************************
NoteBaseline SECTION.
*>******************************************************************
    MOVE 0 TO BaseFoundIdx
    MOVE 1 TO BaseIdx
    PERFORM UNTIL BaseIdx > BaseCount OR BaseFoundIdx > 0
        IF BaseId(BaseIdx) = BaseTokId THEN
            MOVE BaseIdx TO BaseFoundIdx
        END-IF
        COMPUTE BaseIdx = BaseIdx + 1
    END-PERFORM
    IF BaseFoundIdx = 0 THEN
        IF BaseCount >= 500 THEN
            MOVE SPACES TO MaintRptRec
            STRING 'WARNING: MORE THAN 500 BASELINES - '
                FUNCTION TRIM(BaseTokId) ' REBUILT ON FULL HISTORY'
                DELIMITED BY SIZE INTO MaintRptRec
            END-STRING
            WRITE MaintRptRec
            EXIT SECTION
        END-IF
        COMPUTE BaseCount = BaseCount + 1
        MOVE BaseTokId TO BaseId(BaseCount)
        MOVE BaseTokDate(1:10) TO BaseDate(BaseCount)
    ELSE
        IF BaseTokDate(1:10) > BaseDate(BaseFoundIdx) THEN
            MOVE BaseTokDate(1:10) TO BaseDate(BaseFoundIdx)
        END-IF
    END-IF
EXIT.

*>******************************************************************
ScanOneGeneration SECTION.
*>******************************************************************
        *> contributed to the master in the first place.
        EXIT SECTION
    END-IF
    *> A retransmitted line was never posted by the daily run.
    IF RptStatusIn = 'DUPLICATE' THEN
        EXIT SECTION
    END-IF

    PERFORM FindRebuildEntry
    IF RbFoundIdx = 0 THEN
        EXIT SECTION
    END-IF
    IF RbRegVerdict(RbFoundIdx) = 'U' THEN
        EXIT SECTION
    END-IF
    IF RbRegVerdict(RbFoundIdx) = 'R'
            AND GenRunDate > RbRetiredOn(RbFoundIdx) THEN
        EXIT SECTION
    END-IF

    IF GenRunDate <= RbBaseDate(RbFoundIdx) THEN
        MOVE GenRunDate TO RbLastDate(RbFoundIdx)
        MOVE RptReasonIn TO RbLastReason(RbFoundIdx)
        EXIT SECTION
    END-IF

    EVALUATE RptStatusIn
        WHEN 'SAFE'
            MOVE 0 TO RbExc(RebuildCount)
            MOVE SPACES TO RbLastDate(RebuildCount)
            MOVE SPACES TO RbLastReason(RebuildCount)
            MOVE 'A' TO RbRegVerdict(RebuildCount)
            MOVE SPACES TO RbRetiredOn(RebuildCount)
            MOVE SPACES TO RbBaseDate(RebuildCount)
            MOVE 1 TO BaseIdx
            PERFORM UNTIL BaseIdx > BaseCount
                IF BaseId(BaseIdx) = ReportId THEN
                    MOVE BaseDate(BaseIdx) TO RbBaseDate(RebuildCount)
                END-IF
                COMPUTE BaseIdx = BaseIdx + 1
            END-PERFORM
            MOVE RebuildCount TO RbFoundIdx
            IF RegistryAvailable = 'Y' THEN
                MOVE ReportId TO SrcRegReportId
                READ SrcRegFile
                    INVALID KEY
                        MOVE 'U' TO RbRegVerdict(RebuildCount)
                    NOT INVALID KEY
                        IF SrcRegStatus = 'RETIRED' THEN
                            MOVE 'R' TO RbRegVerdict(RebuildCount)
                            MOVE SrcRegChanged
                                TO RbRetiredOn(RebuildCount)
                        END-IF
                END-READ
            END-IF
        ELSE
            MOVE 'Y' TO RbOverflow
        END-IF
        MOVE IdToken TO ReportId
    END-IF
EXIT.

*>******************************************************************
DoRegistryDeck SECTION.
*>******************************************************************
    MOVE 'FUNCTION: SOURCE REGISTRY MAINTENANCE' TO MaintRptRec
    WRITE MaintRptRec

    OPEN I-O SrcRegFile
    IF SrcRegFileStatus = "35" THEN
        OPEN OUTPUT SrcRegFile
        IF SrcRegFileStatus = "00" THEN
            CLOSE SrcRegFile
            OPEN I-O SrcRegFile
        END-IF
    END-IF
    IF SrcRegFileStatus NOT = "00" THEN
        DISPLAY "ERROR: SOURCE REGISTRY UNAVAILABLE (STATUS "
                SrcRegFileStatus ")"
        MOVE SPACES TO MaintRptRec
        STRING 'SRCREG.IDX UNAVAILABLE - STATUS ' SrcRegFileStatus
            DELIMITED BY SIZE INTO MaintRptRec
        END-STRING
        WRITE MaintRptRec
        MOVE 4 TO RETURN-CODE
        EXIT SECTION
    END-IF
    WRITE MaintRptRec FROM RegColumnLine

    MOVE 0 TO RegAccepted
    MOVE 0 TO RegRejected
    MOVE 'N' TO CardEOF
    OPEN INPUT MaintCfgFile
    PERFORM UNTIL CardEOF = 'Y'
        READ MaintCfgFile
            AT END
                MOVE 'Y' TO CardEOF
            NOT AT END
                IF FUNCTION TRIM(MaintCfgRec) NOT = SPACES THEN
                    PERFORM ApplyRegistryCard
                END-IF
        END-READ
    END-PERFORM
    CLOSE MaintCfgFile
    CLOSE SrcRegFile

    MOVE SPACES TO MaintRptRec
    STRING RegAccepted ' CARD(S) APPLIED, ' RegRejected
        ' REJECTED'
        DELIMITED BY SIZE INTO MaintRptRec
    END-STRING
    WRITE MaintRptRec
    DISPLAY "SOURCE REGISTRY: " RegAccepted " CARD(S) APPLIED, "
            RegRejected " REJECTED"
    *> Rejected cards are not partial failures to shrug off - the
    *> operator meant every one of them.
    IF RegRejected > 0 THEN
        MOVE 4 TO RETURN-CODE
    END-IF
EXIT.

*>******************************************************************
ApplyRegistryCard SECTION.
*>******************************************************************
    MOVE SPACES TO CardFunc CardId CardSite CardCrew CardDays
        CardStatus CardNote
    UNSTRING FUNCTION TRIM(MaintCfgRec) DELIMITED BY ALL SPACES
        INTO CardFunc, CardId, CardSite, CardCrew, CardDays,
            CardStatus
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(CardFunc) TO CardFunc
    MOVE FUNCTION UPPER-CASE(CardDays) TO CardDays
    MOVE FUNCTION UPPER-CASE(CardStatus) TO CardStatus
    IF CardDays = 'DAILY' THEN
        MOVE 'MTWTFSS' TO CardDays
    END-IF
    MOVE 'Y' TO CardOk

    *> A numeric first token is read as the old anonymous layout, so
    *> an all-digit id could never match a reading.
    IF CardId = SPACES OR FUNCTION TRIM(CardId) IS NUMERIC THEN
        MOVE 'N' TO CardOk
        MOVE 'REPORT ID MISSING OR NUMERIC' TO CardNote
    ELSE
        MOVE CardId TO SrcRegReportId
        READ SrcRegFile
            INVALID KEY
                MOVE 'N' TO RegFound
            NOT INVALID KEY
                MOVE 'Y' TO RegFound
        END-READ
        EVALUATE CardFunc
            WHEN 'ADD'
                PERFORM RegistryAdd
            WHEN 'CHANGE'
                PERFORM RegistryChange
            WHEN 'RETIRE'
                PERFORM RegistryRetire
            WHEN OTHER
                MOVE 'N' TO CardOk
                MOVE 'ONLY ADD/CHANGE/RETIRE IN A REGISTRY DECK'
                    TO CardNote
        END-EVALUATE
    END-IF

    IF CardOk = 'Y' THEN
        COMPUTE RegAccepted = RegAccepted + 1
        MOVE 'APPLIED' TO RgdVerdict
        MOVE SrcRegSite TO RgdSite
        MOVE SrcRegCrew TO RgdCrew
        MOVE SrcRegDays TO RgdDays
        MOVE SrcRegStatus TO RgdStatus
    ELSE
        COMPUTE RegRejected = RegRejected + 1
        MOVE 'REJECTED' TO RgdVerdict
        MOVE CardSite TO RgdSite
        MOVE CardCrew TO RgdCrew
        MOVE CardDays TO RgdDays
        MOVE CardStatus TO RgdStatus
        DISPLAY "REGISTRY CARD REJECTED: " FUNCTION TRIM(MaintCfgRec)
                " - " FUNCTION TRIM(CardNote)
    END-IF
    MOVE CardFunc TO RgdFunc
    MOVE CardId TO RgdId
    MOVE CardNote TO RgdNote
    WRITE MaintRptRec FROM RegDetailLine
EXIT.

*>******************************************************************
RegistryAdd SECTION.
*>******************************************************************
    IF RegFound = 'Y' THEN
        MOVE 'N' TO CardOk
        MOVE 'ALREADY REGISTERED - USE CHANGE' TO CardNote
        EXIT SECTION
    END-IF
    *> A line starting HDR or TRL is a control record to DayTwo.
    IF CardId = 'HDR' OR CardId = 'TRL' THEN
        MOVE 'N' TO CardOk
        MOVE 'HDR/TRL RESERVED FOR CONTROL RECORDS' TO CardNote
        EXIT SECTION
    END-IF
    IF CardSite = SPACES OR CardCrew = SPACES THEN
        MOVE 'N' TO CardOk
        MOVE 'ADD NEEDS SITE, CREW AND DAYS' TO CardNote
        EXIT SECTION
    END-IF
    IF CardStatus = SPACES THEN
        MOVE 'ACTIVE' TO CardStatus
    END-IF
    PERFORM ValidateCardDays
    PERFORM ValidateCardStatus
    IF CardOk = 'N' THEN
        EXIT SECTION
    END-IF

    MOVE CardId TO SrcRegReportId
    MOVE CardSite TO SrcRegSite
    MOVE CardCrew TO SrcRegCrew
    MOVE CardDays TO SrcRegDays
    MOVE CardStatus TO SrcRegStatus
    MOVE RunDate TO SrcRegAdded
    MOVE RunDate TO SrcRegChanged
    WRITE SrcRegRec
        INVALID KEY
            MOVE 'N' TO CardOk
            MOVE SPACES TO CardNote
            STRING 'WRITE FAILED - STATUS ' SrcRegFileStatus
                DELIMITED BY SIZE INTO CardNote
            END-STRING
    END-WRITE
EXIT.

*>******************************************************************
RegistryChange SECTION.
*>******************************************************************
    IF RegFound = 'N' THEN
        MOVE 'N' TO CardOk
        MOVE 'NOT REGISTERED - USE ADD' TO CardNote
        EXIT SECTION
    END-IF
    IF CardSite = SPACES OR CardSite = '*' THEN
        MOVE SrcRegSite TO CardSite
    END-IF
    IF CardCrew = SPACES OR CardCrew = '*' THEN
        MOVE SrcRegCrew TO CardCrew
    END-IF
    IF CardDays = SPACES OR CardDays = '*' THEN
        MOVE SrcRegDays TO CardDays
    END-IF
    IF CardStatus = SPACES OR CardStatus = '*' THEN
        MOVE SrcRegStatus TO CardStatus
    END-IF
    PERFORM ValidateCardDays
    *> Retiring goes through RETIRE so it is an explicit act, not a
    *> side effect of a field change.
    IF CardStatus = 'RETIRED' AND SrcRegStatus NOT = 'RETIRED' THEN
        MOVE 'N' TO CardOk
        MOVE 'USE RETIRE TO RETIRE A SOURCE' TO CardNote
    ELSE
        IF CardStatus NOT = 'RETIRED' THEN
            PERFORM ValidateCardStatus
        END-IF
    END-IF
    IF CardOk = 'N' THEN
        EXIT SECTION
    END-IF

    IF SrcRegStatus = 'RETIRED' AND CardStatus = 'ACTIVE' THEN
        MOVE 'REINSTATED' TO CardNote
    END-IF
    MOVE CardSite TO SrcRegSite
    MOVE CardCrew TO SrcRegCrew
    MOVE CardDays TO SrcRegDays
    MOVE CardStatus TO SrcRegStatus
    MOVE RunDate TO SrcRegChanged
    REWRITE SrcRegRec
        INVALID KEY
            MOVE 'N' TO CardOk
            MOVE SPACES TO CardNote
            STRING 'REWRITE FAILED - STATUS ' SrcRegFileStatus
                DELIMITED BY SIZE INTO CardNote
            END-STRING
    END-REWRITE
EXIT.

*>******************************************************************
RegistryRetire SECTION.
*>******************************************************************
    IF RegFound = 'N' THEN
        MOVE 'N' TO CardOk
        MOVE 'NOT REGISTERED' TO CardNote
        EXIT SECTION
    END-IF
    IF SrcRegStatus = 'RETIRED' THEN
        MOVE 'N' TO CardOk
        MOVE 'ALREADY RETIRED' TO CardNote
        EXIT SECTION
    END-IF
    MOVE 'RETIRED' TO SrcRegStatus
    MOVE RunDate TO SrcRegChanged
    REWRITE SrcRegRec
        INVALID KEY
            MOVE 'N' TO CardOk
            MOVE SPACES TO CardNote
            STRING 'REWRITE FAILED - STATUS ' SrcRegFileStatus
                DELIMITED BY SIZE INTO CardNote
            END-STRING
    END-REWRITE
EXIT.

*>******************************************************************
ValidateCardDays SECTION.
*>******************************************************************
    *> Exactly seven positions, each either that weekday's letter or
    *> '-' - a loose mask would make the no-show list cry wolf.
    IF CardDays(8:3) NOT = SPACES THEN
        MOVE 'N' TO CardOk
        MOVE 'DAYS MUST BE A 7-CHARACTER MASK (MTWTFSS)' TO CardNote
        EXIT SECTION
    END-IF
    MOVE 1 TO DayIdx
    PERFORM UNTIL DayIdx > 7
        IF CardDays(DayIdx:1) NOT = '-'
                AND CardDays(DayIdx:1) NOT = DayLetters(DayIdx:1) THEN
            MOVE 'N' TO CardOk
            MOVE 'DAYS MUST BE A 7-CHARACTER MASK (MTWTFSS)'
                TO CardNote
        END-IF
        COMPUTE DayIdx = DayIdx + 1
    END-PERFORM
EXIT.

*>******************************************************************
ValidateCardStatus SECTION.
*>******************************************************************
    IF CardStatus NOT = 'ACTIVE' AND CardStatus NOT = 'SUSPENDED' THEN
        MOVE 'N' TO CardOk
        MOVE 'STATUS MUST BE ACTIVE OR SUSPENDED' TO CardNote
    END-IF
EXIT.
