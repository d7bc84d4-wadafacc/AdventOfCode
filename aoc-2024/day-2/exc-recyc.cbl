    SELECT RetentionFile ASSIGN TO 'retention.cfg'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RetentionFileStatus.
    SELECT OpLogFile ASSIGN TO 'oplog.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OpLogFileStatus.

DATA DIVISION.
FILE SECTION.
01 ExceptionsRecIn  PIC X(270).

FD CorrectionsFile.
01 CorrectionsRec   PIC X(200).

FD ExcRegFile.
01 ExcRegRec        PIC X(140).
FD RetentionFile.
01 RetentionRec     PIC X(20).

FD OpLogFile.
01 OpLogRec         PIC X(280).

WORKING-STORAGE SECTION.
01 ExceptionsFileStatus PIC XX.
01 CorrectionsFileStatus PIC XX.
01 RecycRptFileStatus   PIC XX.
01 ExcRecCfgFileStatus  PIC XX.
01 RetentionFileStatus  PIC XX.
01 OpLogFileStatus      PIC XX.

01 ExceptionsInName     PIC X(30) VALUE 'exceptions.txt'.
01 RecycleFileName      PIC X(30).
    05 FILLER       PIC X(2).
    05 ExcLnIn      PIC X(100).

*> Operator corrections:
*>   '<runid> <file> <seq> <operator> <corrected line> | <reason>'.
*> ExcSeq alone is only the line number within one input file, so a
*> multi-file run needs the file name in the key to make the pair
*> unique; the text up to the '|' after the operator id is the
*> corrected raw reading line. A card without an operator id or a
*> reason is refused; refusals and every correction acted on go to
*> the operator action log (oplog.txt).
01 CorrectionTable.
    05 CorrEntry OCCURS 500 TIMES.
        10 CorrRunId    PIC X(14).
        10 CorrSeq      PIC 9(5).
        10 CorrLn       PIC X(100).
        10 CorrMatched  PIC X.
        10 CorrOper     PIC X(10).
        10 CorrReason   PIC X(60).
01 CorrectionCount      PIC 9(5) VALUE 0.
01 CorrIdx              PIC 9(5) VALUE 0.
01 CorrFoundIdx         PIC 9(5) VALUE 0.
01 CorrTokRunId         PIC X(20).
01 CorrTokFile          PIC X(100).
01 CorrTokSeq           PIC X(20).
01 CorrTokOper          PIC X(20).
01 CorrPtr              PIC 9(5) VALUE 1.
01 CorrWorkRec          PIC X(200).
01 CorrWorkLen          PIC 9(5) VALUE 0.
01 CorrBadLines         PIC 9(3) VALUE 0.
01 CorrCardLeft         PIC X(200).
01 CorrReasonTok        PIC X(200).
01 CorrRefuseNote       PIC X(40).
01 CorrRefusedCount     PIC 9(5) VALUE 0.
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

*> Resolved-exception register: one line per recycled exception,
*> '<runid> <file> <seq> <resolved date>'. A record listed here is
        DISPLAY "WARNING: " CorrBadLines " UNPARSEABLE CORRECTION "
                "LINE(S) IGNORED"
    END-IF
    IF CorrRefusedCount > 0 THEN
        DISPLAY "WARNING: " CorrRefusedCount " CORRECTION CARD(S) "
                "REFUSED - NO OPERATOR ID OR REASON (SEE OPLOG.TXT)"
    END-IF
EXIT.

*>******************************************************************
    *> Tokenize from a fixed-length work copy so the trailing-text
    *> reference stays inside the field even when the card carries
    *> no corrected text at all.
    MOVE SPACES TO CorrTokRunId CorrTokFile CorrTokSeq CorrTokOper
    MOVE SPACES TO CorrCardLeft CorrReasonTok CorrRefuseNote
    UNSTRING CorrectionsRec DELIMITED BY '|'
        INTO CorrCardLeft, CorrReasonTok
    END-UNSTRING
    MOVE FUNCTION TRIM(CorrReasonTok) TO CorrReasonTok
    MOVE FUNCTION TRIM(CorrCardLeft) TO CorrWorkRec
    COMPUTE CorrWorkLen =
        FUNCTION LENGTH(FUNCTION TRIM(CorrCardLeft))
    MOVE 1 TO CorrPtr
    UNSTRING CorrWorkRec DELIMITED BY ALL SPACES
        INTO CorrTokRunId, CorrTokFile, CorrTokSeq, CorrTokOper
        WITH POINTER CorrPtr
    END-UNSTRING
    IF FUNCTION TRIM(CorrTokRunId) = SPACES
            OR FUNCTION TRIM(CorrTokFile) = SPACES
            OR FUNCTION TRIM(CorrTokSeq) IS NOT NUMERIC
            OR CorrectionCount >= 500 THEN
        COMPUTE CorrBadLines = CorrBadLines + 1
        EXIT SECTION
    END-IF

    *> A card in the old layout (no operator) puts the first reading
    *> level where the operator id belongs - refuse it rather than
    *> file a correction under a number.
    EVALUATE TRUE
        WHEN CorrTokOper = SPACES
                OR FUNCTION TRIM(CorrTokOper) IS NUMERIC
            MOVE 'NO OPERATOR ID' TO CorrRefuseNote
        WHEN CorrTokOper(11:10) NOT = SPACES
            MOVE 'OPERATOR ID OVER 10 CHARACTERS' TO CorrRefuseNote
        WHEN CorrReasonTok = SPACES
            MOVE 'NO REASON (| <REASON TEXT>)' TO CorrRefuseNote
        WHEN CorrPtr > CorrWorkLen
            MOVE 'NO CORRECTED LINE' TO CorrRefuseNote
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF CorrRefuseNote NOT = SPACES THEN
        COMPUTE CorrRefusedCount = CorrRefusedCount + 1
        MOVE 'REFUSED' TO OplOutcome
        IF FUNCTION TRIM(CorrTokOper) IS NUMERIC THEN
            MOVE SPACES TO OplOper
        ELSE
            MOVE CorrTokOper TO OplOper
        END-IF
        MOVE SPACES TO OplTarget
        STRING FUNCTION TRIM(CorrTokRunId) ' '
            FUNCTION TRIM(CorrTokFile) ' ' FUNCTION TRIM(CorrTokSeq)
            DELIMITED BY SIZE INTO OplTarget
        END-STRING
        MOVE CorrReasonTok TO OplReason
        MOVE CorrRefuseNote TO OplNote
        PERFORM WriteOpLog
        EXIT SECTION
    END-IF

    COMPUTE CorrectionCount = CorrectionCount + 1
    MOVE CorrTokRunId TO CorrRunId(CorrectionCount)
    MOVE CorrTokFile TO CorrFile(CorrectionCount)
    MOVE FUNCTION TRIM(CorrTokSeq) TO CorrSeq(CorrectionCount)
    MOVE SPACES TO CorrLn(CorrectionCount)
    MOVE CorrWorkRec(CorrPtr:) TO CorrLn(CorrectionCount)
    MOVE 'N' TO CorrMatched(CorrectionCount)
    MOVE CorrTokOper TO CorrOper(CorrectionCount)
    MOVE CorrReasonTok TO CorrReason(CorrectionCount)
EXIT.

*>******************************************************************
LogCorrection SECTION.
*>******************************************************************
    *> Outcome and note are set by the caller.
    MOVE CorrOper(CorrFoundIdx) TO OplOper
    MOVE SPACES TO OplTarget
    STRING ExcRunIdIn ' ' FUNCTION TRIM(ExcFileIn) ' ' ExcSeqNum
        DELIMITED BY SIZE INTO OplTarget
    END-STRING
    MOVE CorrReason(CorrFoundIdx) TO OplReason
    PERFORM WriteOpLog
EXIT.

*>******************************************************************
WriteOpLog SECTION.
*>******************************************************************
    MOVE RecCurrentDate(1:14) TO OplRunId
    MOVE 'EXCRECYC' TO OplProgram
    MOVE 'CORRECTION' TO OplCard
    MOVE SPACES TO OplAppr
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

        MOVE 'CORRECTION REJECTED' TO RcpVerdict
        MOVE EvMalformedReason TO RcpNote
        WRITE RecycRptRec FROM RecycDetailLine
        MOVE 'INVALID' TO OplOutcome
        MOVE SPACES TO OplNote
        STRING 'STILL MALFORMED - ' EvMalformedReason
            DELIMITED BY SIZE INTO OplNote
        END-STRING
        PERFORM LogCorrection
        EXIT SECTION
    END-IF

    MOVE 'RECOVERED' TO RcpVerdict
    MOVE 'WRITTEN TO RECYCLE INPUT' TO RcpNote
    WRITE RecycRptRec FROM RecycDetailLine
    MOVE 'APPLIED' TO OplOutcome
    MOVE 'WRITTEN TO RECYCLE INPUT' TO OplNote
    PERFORM LogCorrection
EXIT.

*>******************************************************************
    MOVE 'UNMATCHED CORRECTION CARDS' TO RcpTotLabel
    MOVE UnusedCorrCount TO RcpTotValue
    WRITE RecycRptRec FROM RecycTotalLine
    MOVE 'REFUSED CORRECTION CARDS' TO RcpTotLabel
    MOVE CorrRefusedCount TO RcpTotValue
    WRITE RecycRptRec FROM RecycTotalLine
EXIT.
