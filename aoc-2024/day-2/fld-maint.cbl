IDENTIFICATION DIVISION.
PROGRAM-ID. FldMaint.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OrdersFile ASSIGN TO 'orders.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OrdersFileStatus.
    SELECT FldInFile ASSIGN TO DYNAMIC FldInName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FldInFileStatus.
    SELECT FldRejFile ASSIGN TO DYNAMIC FldRejName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FldRejFileStatus.
    SELECT FldOutFile ASSIGN TO DYNAMIC FldOutName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FldOutFileStatus.
    SELECT FldSeqFile ASSIGN TO 'fldseq.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FldSeqFileStatus.
    SELECT SrcHistFile ASSIGN TO 'srchist.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SrcHistFileStatus.
    SELECT MasterFile ASSIGN TO 'master.idx'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MasterReportId
        FILE STATUS IS MasterFileStatus.
    SELECT SrcRegFile ASSIGN TO 'srcreg.idx'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SrcRegReportId
        FILE STATUS IS SrcRegFileStatus.

DATA DIVISION.
FILE SECTION.
FD OrdersFile.
01 OrdersRec PIC X(210).

FD FldInFile.
01 FldInRec PIC X(80).

FD FldRejFile.
01 FldRejRec PIC X(132).

FD FldOutFile.
01 FldOutRec PIC X(200).

FD FldSeqFile.
01 FldSeqRec PIC X(20).

FD SrcHistFile.
01 SrcHistRec PIC X(60).

FD MasterFile.
01 MasterRec.
    05 MasterReportId   PIC X(20).
    05 MasterSafeCount  PIC 9(9).
    05 MasterUnsafeCount PIC 9(9).
    05 MasterExcCount   PIC 9(9).
    05 MasterLastRunDate PIC X(10).
    05 MasterLastReason PIC X(20).

FD SrcRegFile.
01 SrcRegRec.
    05 SrcRegReportId   PIC X(20).
    05 SrcRegSite       PIC X(10).
    05 SrcRegCrew       PIC X(10).
    05 SrcRegDays       PIC X(7).
    05 SrcRegStatus     PIC X(10).
    05 SrcRegAdded      PIC X(10).
    05 SrcRegChanged    PIC X(10).

WORKING-STORAGE SECTION.
01 OrdersFileStatus     PIC XX.
01 FldInFileStatus      PIC XX.
01 FldRejFileStatus     PIC XX.
01 FldOutFileStatus     PIC XX.
01 FldSeqFileStatus     PIC XX.
01 SrcHistFileStatus    PIC XX.
01 MasterFileStatus     PIC XX.
01 SrcRegFileStatus     PIC XX.

01 FldCurrentDate       PIC X(21).
01 FldRunId             PIC X(14).
01 RunDate              PIC X(10).
01 FldRc                PIC 9(3) VALUE 0.
01 LockCheckName        PIC X(20).
01 LockFileInfo         PIC X(16).

*> Daily exchange with the field maintenance system, named by run
*> date like the report generations:
*>   fldin-YYYYMMDD.txt   completions back from the crews, one per
*>                        line: <order> <action> <yyyy-mm-dd> <crew>
*>                        where <action> is REPAIRED, RECALIBRATED,
*>                        REPLACED or NOACCESS
*>   fldrej-YYYYMMDD.txt  completions turned away, with the reason
*>   fldout-YYYYMMDD.txt  every OPEN and RECALIBRATION order after the
*>                        day's completions, NEW for orders not sent
*>                        before, between an HDR and a TRL record
*> Any completion but NOACCESS closes the order FIXED under the
*> crew's date. NOACCESS leaves it open and is sent out again.
*> REPLACED also starts a new baseline for the report id: its
*> master.idx counts go to zero and a BASELINE record goes on
*> srchist.txt, which SrcTrend and MstMaint REBUILD honour, so the
*> old sensor's failures stop counting against the new one.
01 FldInName            PIC X(30).
01 FldRejName           PIC X(30).
01 FldOutName           PIC X(30).
01 FldInEOF             PIC X VALUE 'N'.
01 FldRejOpen           PIC X VALUE 'N'.
01 InLines              PIC 9(5) VALUE 0.
01 AppliedCount         PIC 9(5) VALUE 0.
01 NoAccessCount        PIC 9(5) VALUE 0.
01 ReplacedCount        PIC 9(5) VALUE 0.
01 RejectCount          PIC 9(5) VALUE 0.
01 SentCount            PIC 9(5) VALUE 0.
01 NewSentCount         PIC 9(5) VALUE 0.

01 TokOrder             PIC X(20).
01 TokAction            PIC X(20).
01 TokDate              PIC X(20).
01 TokCrew              PIC X(20).
01 TokExtra             PIC X(20).
01 CompOrderNo          PIC 9(6) VALUE 0.
01 CompOk               PIC X VALUE 'Y'.
01 CompNote             PIC X(50).

*> Highest order number already sent to the field (fldseq.txt);
*> anything above it goes out flagged NEW.
01 LastSentNo           PIC 9(6) VALUE 0.
01 HighSentNo           PIC 9(6) VALUE 0.

01 OrdersEOF            PIC X VALUE 'N'.
01 OrdersOverflow       PIC X VALUE 'N'.
01 OrdersChanged        PIC X VALUE 'N'.
01 OrderTable.
    05 OrderEntry OCCURS 1000 TIMES.
        10 OtData       PIC X(210).
01 OrderCount           PIC 9(5) VALUE 0.
01 OtIdx                PIC 9(5) VALUE 0.
01 OtFoundIdx           PIC 9(5) VALUE 0.

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

01 RegistryAvailable    PIC X VALUE 'N'.

01 FldRejLine.
    05 FrjText          PIC X(80).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FrjReason        PIC X(50).

01 FldOutHeader.
    05 FILLER           PIC X(4) VALUE 'HDR '.
    05 FILLER           PIC X(7) VALUE 'FLDOUT '.
    05 FohDate          PIC X(10).
    05 FILLER           PIC X(1) VALUE SPACE.
    05 FohRunId         PIC X(14).
01 FldOutTrailer.
    05 FILLER           PIC X(4) VALUE 'TRL '.
    05 FotCount         PIC 9(6).
01 FldOutDetail.
    05 FodNo            PIC 9(6).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FodFlag          PIC X(4).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FodStatus        PIC X(14).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FodId            PIC X(20).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FodSite          PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FodCrew          PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FodOpenDate      PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FodSev           PIC X.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FodReason        PIC X(20).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FodFile          PIC X(30).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FodAction        PIC X(12).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FodActionDate    PIC X(10).

*> New-baseline marker on srchist.txt. The counts columns carry the
*> word BASELINE, so a reader expecting counts never mistakes it for
*> a day's postings.
01 SrcHistBaseLine.
    05 ShbId            PIC X(20).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 ShbDate          PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FILLER           PIC X(8) VALUE 'BASELINE'.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FILLER           PIC X(6) VALUE 'ORDER '.
    05 ShbOrderNo       PIC 9(6).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO FldCurrentDate
    MOVE FldCurrentDate(1:14) TO FldRunId
    STRING FldCurrentDate(1:4) '-' FldCurrentDate(5:2) '-'
        FldCurrentDate(7:2)
        DELIMITED BY SIZE INTO RunDate
    END-STRING
    STRING 'fldin-' FldCurrentDate(1:8) '.txt'
        DELIMITED BY SIZE INTO FldInName
    END-STRING
    STRING 'fldrej-' FldCurrentDate(1:8) '.txt'
        DELIMITED BY SIZE INTO FldRejName
    END-STRING
    STRING 'fldout-' FldCurrentDate(1:8) '.txt'
        DELIMITED BY SIZE INTO FldOutName
    END-STRING

    *> A REPLACED completion rewrites a master record - not while a
    *> REBUILD or PURGE is cutting a new master.
    MOVE 'mstmaint.lck' TO LockCheckName
    CALL 'CBL_CHECK_FILE_EXIST' USING LockCheckName LockFileInfo
    IF RETURN-CODE = 0 THEN
        DISPLAY "ERROR: MSTMAINT REBUILD/PURGE IN PROGRESS "
                "(MSTMAINT.LCK) - FIELD EXCHANGE NOT RUN"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 0 TO RETURN-CODE

    PERFORM LoadOrders
    IF OrdersOverflow = 'Y' THEN
        *> Completions could not be saved back without losing the
        *> orders past the table - leave the feed for a rerun.
        DISPLAY "ERROR: ORDERS.TXT EXCEEDS 1000 ENTRIES - FIELD "
                "EXCHANGE NOT RUN"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LoadLastSent

    PERFORM ApplyCompletions
    PERFORM WriteOrdersBack

    PERFORM WriteOutbound
    PERFORM SaveLastSent

    IF RejectCount > 0 THEN
        MOVE 4 TO FldRc
    END-IF
    DISPLAY "FIELD COMPLETIONS: " InLines " READ, " AppliedCount
            " CLOSED, " NoAccessCount " NOACCESS, " ReplacedCount
            " NEW BASELINE(S), " RejectCount " REJECTED"
    DISPLAY "FIELD EXTRACT " FUNCTION TRIM(FldOutName) ": "
            SentCount " ORDER(S), " NewSentCount " NEW"
    MOVE FldRc TO RETURN-CODE
STOP RUN.

*>******************************************************************
LoadOrders SECTION.
*>******************************************************************
    MOVE 0 TO OrderCount
    OPEN INPUT OrdersFile
    IF OrdersFileStatus NOT = "00" THEN
        EXIT SECTION
    END-IF
    PERFORM UNTIL OrdersEOF = 'Y'
        READ OrdersFile
            AT END
                MOVE 'Y' TO OrdersEOF
            NOT AT END
                IF FUNCTION TRIM(OrdersRec) NOT = SPACES THEN
                    IF OrderCount < 1000 THEN
                        COMPUTE OrderCount = OrderCount + 1
                        MOVE OrdersRec TO OtData(OrderCount)
                    ELSE
                        MOVE 'Y' TO OrdersOverflow
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE OrdersFile
EXIT.

*>******************************************************************
LoadLastSent SECTION.
*>******************************************************************
    OPEN INPUT FldSeqFile
    IF FldSeqFileStatus = "00" THEN
        READ FldSeqFile
            AT END
                CONTINUE
            NOT AT END
                IF FUNCTION TRIM(FldSeqRec) IS NUMERIC THEN
                    MOVE FUNCTION TRIM(FldSeqRec) TO LastSentNo
                END-IF
        END-READ
        CLOSE FldSeqFile
    END-IF
    MOVE LastSentNo TO HighSentNo
EXIT.

*>******************************************************************
ApplyCompletions SECTION.
*>******************************************************************
    OPEN INPUT FldInFile
    IF FldInFileStatus NOT = "00" THEN
        DISPLAY "NO FIELD COMPLETIONS RECEIVED ("
                FUNCTION TRIM(FldInName) " NOT FOUND)"
        EXIT SECTION
    END-IF
    PERFORM UNTIL FldInEOF = 'Y'
        READ FldInFile
            AT END
                MOVE 'Y' TO FldInEOF
            NOT AT END
                IF FUNCTION TRIM(FldInRec) NOT = SPACES THEN
                    COMPUTE InLines = InLines + 1
                    PERFORM ApplyOneCompletion
                END-IF
        END-READ
    END-PERFORM
    CLOSE FldInFile
    IF FldRejOpen = 'Y' THEN
        CLOSE FldRejFile
    END-IF
EXIT.

*>******************************************************************
ApplyOneCompletion SECTION.
*>******************************************************************
    MOVE SPACES TO TokOrder TokAction TokDate TokCrew TokExtra
    UNSTRING FUNCTION TRIM(FldInRec) DELIMITED BY ALL SPACES
        INTO TokOrder, TokAction, TokDate, TokCrew, TokExtra
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(TokAction) TO TokAction
    MOVE 'Y' TO CompOk
    MOVE SPACES TO CompNote

    EVALUATE TRUE
        WHEN FUNCTION TRIM(TokOrder) IS NOT NUMERIC
          OR FUNCTION LENGTH(FUNCTION TRIM(TokOrder)) > 6
            MOVE 'ORDER NUMBER NOT NUMERIC' TO CompNote
        WHEN TokAction NOT = 'REPAIRED'
         AND TokAction NOT = 'RECALIBRATED'
         AND TokAction NOT = 'REPLACED'
         AND TokAction NOT = 'NOACCESS'
            MOVE 'UNKNOWN ACTION' TO CompNote
        WHEN TokDate(1:4) IS NOT NUMERIC
          OR TokDate(5:1) NOT = '-'
          OR TokDate(6:2) IS NOT NUMERIC
          OR TokDate(8:1) NOT = '-'
          OR TokDate(9:2) IS NOT NUMERIC
          OR TokDate(11:10) NOT = SPACES
            MOVE 'COMPLETION DATE NOT YYYY-MM-DD' TO CompNote
        WHEN TokDate(1:10) > RunDate
            MOVE 'COMPLETION DATE IN THE FUTURE' TO CompNote
        WHEN TokCrew = SPACES
            MOVE 'NO CREW GIVEN' TO CompNote
    END-EVALUATE
    IF CompNote NOT = SPACES THEN
        PERFORM RejectCompletion
        EXIT SECTION
    END-IF

    MOVE FUNCTION NUMVAL(TokOrder) TO CompOrderNo
    MOVE 0 TO OtFoundIdx
    MOVE 1 TO OtIdx
    PERFORM UNTIL OtIdx > OrderCount OR OtFoundIdx > 0
        MOVE OtData(OtIdx) TO OrderWorkLine
        IF OwlNo = CompOrderNo THEN
            MOVE OtIdx TO OtFoundIdx
        END-IF
        COMPUTE OtIdx = OtIdx + 1
    END-PERFORM
    IF OtFoundIdx = 0 THEN
        MOVE 'UNKNOWN ORDER NUMBER' TO CompNote
        PERFORM RejectCompletion
        EXIT SECTION
    END-IF
    MOVE OtData(OtFoundIdx) TO OrderWorkLine
    IF OwlStatus NOT = 'OPEN' AND OwlStatus NOT = 'RECALIBRATION' THEN
        STRING 'ORDER ALREADY CLOSED ' FUNCTION TRIM(OwlStatus)
            ' ' OwlCloseDate
            DELIMITED BY SIZE INTO CompNote
        END-STRING
        PERFORM RejectCompletion
        EXIT SECTION
    END-IF
    IF TokDate(1:10) < OwlOpenDate THEN
        MOVE 'COMPLETION DATE BEFORE ORDER OPENED' TO CompNote
        PERFORM RejectCompletion
        EXIT SECTION
    END-IF

    MOVE TokAction TO OwlAction
    MOVE TokDate(1:10) TO OwlActionDate
    MOVE TokCrew TO OwlCrew
    IF TokAction = 'NOACCESS' THEN
        COMPUTE NoAccessCount = NoAccessCount + 1
    ELSE
        MOVE 'FIXED' TO OwlStatus
        MOVE FldRunId TO OwlCloseRun
        MOVE TokDate(1:10) TO OwlCloseDate
        COMPUTE AppliedCount = AppliedCount + 1
        DISPLAY "WORK ORDER " OwlNo " CLOSED FIXED BY FIELD: "
                FUNCTION TRIM(OwlAction) " " OwlActionDate " "
                FUNCTION TRIM(OwlCrew)
    END-IF
    MOVE OrderWorkLine TO OtData(OtFoundIdx)
    MOVE 'Y' TO OrdersChanged

    IF TokAction = 'REPLACED' THEN
        PERFORM StartNewBaseline
    END-IF
EXIT.

*>******************************************************************
RejectCompletion SECTION.
*>******************************************************************
    IF FldRejOpen = 'N' THEN
        OPEN OUTPUT FldRejFile
        IF FldRejFileStatus NOT = "00" THEN
            DISPLAY "WARNING: COULD NOT OPEN " FUNCTION TRIM(FldRejName)
                    " (STATUS " FldRejFileStatus ")"
        ELSE
            MOVE 'Y' TO FldRejOpen
        END-IF
    END-IF
    COMPUTE RejectCount = RejectCount + 1
    DISPLAY "WARNING: FIELD COMPLETION REJECTED - "
            FUNCTION TRIM(CompNote) ": " FUNCTION TRIM(FldInRec)
    IF FldRejOpen = 'Y' THEN
        MOVE FUNCTION TRIM(FldInRec) TO FrjText
        MOVE CompNote TO FrjReason
        WRITE FldRejRec FROM FldRejLine
    END-IF
EXIT.

*>******************************************************************
StartNewBaseline SECTION.
*>******************************************************************
    *> The new sensor starts from zero: the master counts go, the
    *> last-run date and reason stay (they still say when the id was
    *> last heard from), and srchist.txt gets the marker that tells
    *> SrcTrend and REBUILD where the new sensor's history begins.
    COMPUTE ReplacedCount = ReplacedCount + 1
    OPEN I-O MasterFile
    IF MasterFileStatus = "00" THEN
        MOVE OwlId TO MasterReportId
        READ MasterFile
            INVALID KEY
                DISPLAY "WARNING: " FUNCTION TRIM(OwlId)
                        " NOT ON MASTER - NOTHING TO RESET"
            NOT INVALID KEY
                MOVE 0 TO MasterSafeCount
                MOVE 0 TO MasterUnsafeCount
                MOVE 0 TO MasterExcCount
                REWRITE MasterRec
                    INVALID KEY
                        DISPLAY "WARNING: MASTER RESET FAILED FOR "
                                FUNCTION TRIM(OwlId) " (STATUS "
                                MasterFileStatus ")"
                END-REWRITE
        END-READ
        CLOSE MasterFile
    ELSE
        DISPLAY "WARNING: MASTER FILE UNAVAILABLE (STATUS "
                MasterFileStatus ") - " FUNCTION TRIM(OwlId)
                " NOT RESET"
    END-IF

    OPEN EXTEND SrcHistFile
    IF SrcHistFileStatus = "35" THEN
        OPEN OUTPUT SrcHistFile
    END-IF
    IF SrcHistFileStatus NOT = "00" THEN
        DISPLAY "WARNING: COULD NOT UPDATE SRCHIST.TXT (STATUS "
                SrcHistFileStatus ") - NO BASELINE FOR "
                FUNCTION TRIM(OwlId)
        EXIT SECTION
    END-IF
    MOVE OwlId TO ShbId
    MOVE OwlActionDate TO ShbDate
    MOVE OwlNo TO ShbOrderNo
    WRITE SrcHistRec FROM SrcHistBaseLine
    CLOSE SrcHistFile
EXIT.

*>******************************************************************
WriteOrdersBack SECTION.
*>******************************************************************
    *> Rewritten only when a completion actually landed, as the daily
    *> run does for its auto-closes.
    IF OrdersChanged = 'N' THEN
        EXIT SECTION
    END-IF
    OPEN OUTPUT OrdersFile
    IF OrdersFileStatus NOT = "00" THEN
        DISPLAY "ERROR: COULD NOT REWRITE ORDERS.TXT (STATUS "
                OrdersFileStatus ") - COMPLETIONS NOT SAVED"
        MOVE 8 TO FldRc
        EXIT SECTION
    END-IF
    MOVE 1 TO OtIdx
    PERFORM UNTIL OtIdx > OrderCount
        WRITE OrdersRec FROM OtData(OtIdx)
        COMPUTE OtIdx = OtIdx + 1
    END-PERFORM
    CLOSE OrdersFile
EXIT.

*>******************************************************************
WriteOutbound SECTION.
*>******************************************************************
    OPEN OUTPUT FldOutFile
    IF FldOutFileStatus NOT = "00" THEN
        DISPLAY "ERROR: COULD NOT WRITE " FUNCTION TRIM(FldOutName)
                " (STATUS " FldOutFileStatus ")"
        MOVE 8 TO FldRc
        EXIT SECTION
    END-IF
    OPEN INPUT SrcRegFile
    IF SrcRegFileStatus = "00" THEN
        MOVE 'Y' TO RegistryAvailable
    END-IF

    MOVE RunDate TO FohDate
    MOVE FldRunId TO FohRunId
    WRITE FldOutRec FROM FldOutHeader
    MOVE 1 TO OtIdx
    PERFORM UNTIL OtIdx > OrderCount
        MOVE OtData(OtIdx) TO OrderWorkLine
        IF OwlStatus = 'OPEN' OR OwlStatus = 'RECALIBRATION' THEN
            PERFORM WriteOutboundOrder
        END-IF
        COMPUTE OtIdx = OtIdx + 1
    END-PERFORM
    MOVE SentCount TO FotCount
    WRITE FldOutRec FROM FldOutTrailer
    CLOSE FldOutFile
    IF RegistryAvailable = 'Y' THEN
        CLOSE SrcRegFile
    END-IF
EXIT.

*>******************************************************************
WriteOutboundOrder SECTION.
*>******************************************************************
    MOVE OwlNo TO FodNo
    IF OwlNo > LastSentNo THEN
        MOVE 'NEW' TO FodFlag
        COMPUTE NewSentCount = NewSentCount + 1
    ELSE
        MOVE 'OPEN' TO FodFlag
    END-IF
    IF OwlNo > HighSentNo THEN
        MOVE OwlNo TO HighSentNo
    END-IF
    MOVE OwlStatus TO FodStatus
    MOVE OwlId TO FodId
    MOVE SPACES TO FodSite FodCrew
    IF RegistryAvailable = 'Y' THEN
        MOVE OwlId TO SrcRegReportId
        READ SrcRegFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SrcRegSite TO FodSite
                MOVE SrcRegCrew TO FodCrew
        END-READ
    END-IF
    MOVE OwlOpenDate TO FodOpenDate
    MOVE OwlSev TO FodSev
    MOVE OwlReason TO FodReason
    MOVE OwlFile TO FodFile
    MOVE OwlAction TO FodAction
    MOVE OwlActionDate TO FodActionDate
    WRITE FldOutRec FROM FldOutDetail
    COMPUTE SentCount = SentCount + 1
EXIT.

*>******************************************************************
SaveLastSent SECTION.
*>******************************************************************
    IF HighSentNo = LastSentNo OR FldRc = 8 THEN
        EXIT SECTION
    END-IF
    OPEN OUTPUT FldSeqFile
    IF FldSeqFileStatus NOT = "00" THEN
        DISPLAY "WARNING: COULD NOT UPDATE FLDSEQ.TXT (STATUS "
                FldSeqFileStatus ")"
        EXIT SECTION
    END-IF
    MOVE HighSentNo TO FldSeqRec
    WRITE FldSeqRec
    CLOSE FldSeqFile
EXIT.
