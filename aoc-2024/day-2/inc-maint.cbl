IDENTIFICATION DIVISION.
PROGRAM-ID. IncMaint.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT IncCardFile ASSIGN TO 'incmaint.cfg'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IncCardFileStatus.
    SELECT IncRptFile ASSIGN TO 'incmaint.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IncRptFileStatus.
    SELECT IncidentFile ASSIGN TO 'incidents.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IncidentFileStatus.
    SELECT IncMbrFile ASSIGN TO 'incmbr.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IncMbrFileStatus.

DATA DIVISION.
FILE SECTION.
FD IncCardFile.
01 IncCardRec PIC X(80).

FD IncRptFile.
01 IncRptRec PIC X(132).

FD IncidentFile.
01 IncidentRec PIC X(150).

FD IncMbrFile.
01 IncMbrRec PIC X(80).

WORKING-STORAGE SECTION.
01 IncCardFileStatus    PIC XX.
01 IncRptFileStatus     PIC XX.
01 IncidentFileStatus   PIC XX.
01 IncMbrFileStatus     PIC XX.

01 IncCurrentDate       PIC X(21).
01 RunDate              PIC X(10).
01 InEOF                PIC X VALUE 'N'.

*> Control deck (incmaint.cfg), one card per line:
*>   LIST            open incidents and their members
*>   LIST ALL        closed incidents too
*>   CLOSE <no> <by> close incident <no>, releasing its members
*>                   back to normal work-order handling
*> CLOSE rewrites incidents.txt and incmbr.txt, which DayTwo and
*> ReworkAdv append to, so it refuses to run under the nightly job
*> stream (jobstrm.lck), as MstMaint REBUILD and PURGE do.
01 CardFunc             PIC X(10).
01 CardArg1             PIC X(20).
01 CardArg2             PIC X(20).
01 CardNo               PIC 9(6) VALUE 0.
01 CardCount            PIC 9(5) VALUE 0.
01 CardRejected         PIC 9(5) VALUE 0.
01 CardNote             PIC X(60).
01 ListAll              PIC X VALUE 'N'.
01 FilesChanged         PIC X VALUE 'N'.
01 LockCheckName        PIC X(20).
01 LockFileInfo         PIC X(16).

*> Incident record, as DayTwo writes it.
01 IncidentLine.
    05 IncNo            PIC 9(6).
    05 FILLER           PIC X(2).
    05 IncStatus        PIC X(6).
    05 FILLER           PIC X(2).
    05 IncFamily        PIC X(20).
    05 FILLER           PIC X(2).
    05 IncReason        PIC X(20).
    05 FILLER           PIC X(2).
    05 IncBusDate       PIC X(10).
    05 FILLER           PIC X(2).
    05 IncMembers       PIC 9(5).
    05 FILLER           PIC X(2).
    05 IncReporting     PIC 9(5).
    05 FILLER           PIC X(2).
    05 IncOpenRun       PIC X(14).
    05 FILLER           PIC X(2).
    05 IncOpenDate      PIC X(10).
    05 FILLER           PIC X(2).
    05 IncCloseDate     PIC X(10).
    05 FILLER           PIC X(2).
    05 IncCloseBy       PIC X(10).
*> Incident member record, as DayTwo writes it.
01 IncMbrLine.
    05 ImbNo            PIC 9(6).
    05 FILLER           PIC X(2).
    05 ImbStatus        PIC X(8).
    05 FILLER           PIC X(2).
    05 ImbId            PIC X(20).
    05 FILLER           PIC X(2).
    05 ImbBusDate       PIC X(10).
    05 FILLER           PIC X(2).
    05 ImbAddedBy       PIC X(10).
    05 FILLER           PIC X(2).
    05 ImbAddedRun      PIC X(14).

01 IncTable.
    05 IncEntry OCCURS 2000 TIMES PIC X(150).
01 IncCount             PIC 9(5) VALUE 0.
01 IncIdx               PIC 9(5) VALUE 0.
01 IncFoundIdx          PIC 9(5) VALUE 0.
01 MbrTable.
    05 MbrEntry OCCURS 5000 TIMES PIC X(80).
01 MbrCount             PIC 9(5) VALUE 0.
01 MbrIdx               PIC 9(5) VALUE 0.
01 MbrReleased          PIC 9(5) VALUE 0.
01 TableOverflow        PIC X VALUE 'N'.
01 ListedCount          PIC 9(5) VALUE 0.

01 IncHeading.
    05 FILLER           PIC X(38)
        VALUE '===== SITE INCIDENT MAINTENANCE ====='.
    05 FILLER           PIC X(10) VALUE ' RUN DATE '.
    05 IncHdDate        PIC X(10).
01 IncListLine.
    05 FILLER           PIC X(9) VALUE 'INCIDENT '.
    05 IllNo            PIC 9(6).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 IllStatus        PIC X(6).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 IllFamily        PIC X(20).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 IllReason        PIC X(20).
    05 FILLER           PIC X(4) VALUE ' ON '.
    05 IllBusDate       PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 IllMembers       PIC Z(4)9.
    05 FILLER           PIC X(4) VALUE ' OF '.
    05 IllReporting     PIC Z(4)9.
    05 FILLER           PIC X(10) VALUE ' REPORTING'.
01 IncListClosedLine.
    05 FILLER           PIC X(17) VALUE SPACES.
    05 FILLER           PIC X(7) VALUE 'OPENED '.
    05 IlcOpenDate      PIC X(10).
    05 FILLER           PIC X(9) VALUE '  CLOSED '.
    05 IlcCloseDate     PIC X(10).
    05 FILLER           PIC X(4) VALUE ' BY '.
    05 IlcCloseBy       PIC X(10).
01 MbrListLine.
    05 FILLER           PIC X(4) VALUE SPACES.
    05 MllId            PIC X(20).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 MllStatus        PIC X(8).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 MllBusDate       PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 MllAddedBy       PIC X(10).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO IncCurrentDate
    STRING IncCurrentDate(1:4) '-' IncCurrentDate(5:2) '-'
        IncCurrentDate(7:2)
        DELIMITED BY SIZE INTO RunDate
    END-STRING

    OPEN INPUT IncCardFile
    IF IncCardFileStatus NOT = "00" THEN
        DISPLAY "ERROR: INCMAINT.CFG MISSING - EXPECTED 'LIST', "
                "'LIST ALL' OR 'CLOSE <INCIDENT> <CLOSED BY>' CARDS"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT IncRptFile
    MOVE RunDate TO IncHdDate
    WRITE IncRptRec FROM IncHeading

    PERFORM LoadIncidentFiles
    IF TableOverflow = 'Y' THEN
        MOVE 'INCIDENTS.TXT OR INCMBR.TXT TOO LARGE - NOTHING DONE'
            TO IncRptRec
        WRITE IncRptRec
        DISPLAY "ERROR: INCIDENTS.TXT OR INCMBR.TXT TOO LARGE - "
                "NOTHING DONE"
        CLOSE IncCardFile
        CLOSE IncRptFile
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL InEOF = 'Y'
        READ IncCardFile
            AT END
                MOVE 'Y' TO InEOF
            NOT AT END
                IF FUNCTION TRIM(IncCardRec) NOT = SPACES THEN
                    PERFORM ApplyIncCard
                END-IF
        END-READ
    END-PERFORM
    CLOSE IncCardFile

    IF FilesChanged = 'Y' THEN
        PERFORM WriteIncidentFiles
    END-IF

    MOVE SPACES TO IncRptRec
    STRING CardCount ' CARD(S) READ, ' CardRejected ' REJECTED, '
        MbrReleased ' MEMBER(S) RELEASED'
        DELIMITED BY SIZE INTO IncRptRec
    END-STRING
    WRITE IncRptRec
    CLOSE IncRptFile
    DISPLAY CardCount " CARD(S) READ, " CardRejected " REJECTED, "
            MbrReleased " MEMBER(S) RELEASED - SEE INCMAINT.TXT"
    IF CardRejected > 0 THEN
        MOVE 4 TO RETURN-CODE
    END-IF
STOP RUN.

*>******************************************************************
LoadIncidentFiles SECTION.
*>******************************************************************
    MOVE 'N' TO InEOF
    OPEN INPUT IncidentFile
    IF IncidentFileStatus = "00" THEN
        PERFORM UNTIL InEOF = 'Y'
            READ IncidentFile
                AT END
                    MOVE 'Y' TO InEOF
                NOT AT END
                    IF FUNCTION TRIM(IncidentRec) NOT = SPACES THEN
                        IF IncCount < 2000 THEN
                            COMPUTE IncCount = IncCount + 1
                            MOVE IncidentRec TO IncEntry(IncCount)
                        ELSE
                            MOVE 'Y' TO TableOverflow
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IncidentFile
    END-IF

    MOVE 'N' TO InEOF
    OPEN INPUT IncMbrFile
    IF IncMbrFileStatus = "00" THEN
        PERFORM UNTIL InEOF = 'Y'
            READ IncMbrFile
                AT END
                    MOVE 'Y' TO InEOF
                NOT AT END
                    IF FUNCTION TRIM(IncMbrRec) NOT = SPACES THEN
                        IF MbrCount < 5000 THEN
                            COMPUTE MbrCount = MbrCount + 1
                            MOVE IncMbrRec TO MbrEntry(MbrCount)
                        ELSE
                            MOVE 'Y' TO TableOverflow
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IncMbrFile
    END-IF
    MOVE 'N' TO InEOF
EXIT.

*>******************************************************************
ApplyIncCard SECTION.
*>******************************************************************
    COMPUTE CardCount = CardCount + 1
    MOVE SPACES TO CardFunc CardArg1 CardArg2
    UNSTRING FUNCTION TRIM(IncCardRec) DELIMITED BY ALL SPACES
        INTO CardFunc, CardArg1, CardArg2
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(CardFunc) TO CardFunc
    MOVE SPACES TO IncRptRec
    WRITE IncRptRec
    MOVE SPACES TO IncRptRec
    STRING 'CARD: ' FUNCTION TRIM(IncCardRec)
        DELIMITED BY SIZE INTO IncRptRec
    END-STRING
    WRITE IncRptRec

    EVALUATE CardFunc
        WHEN 'LIST'
            MOVE 'N' TO ListAll
            IF FUNCTION UPPER-CASE(CardArg1) = 'ALL' THEN
                MOVE 'Y' TO ListAll
            END-IF
            PERFORM DoIncList
        WHEN 'CLOSE'
            PERFORM DoIncClose
        WHEN OTHER
            MOVE 'REJECTED - UNKNOWN FUNCTION' TO CardNote
            PERFORM RejectCard
    END-EVALUATE
EXIT.

*>******************************************************************
RejectCard SECTION.
*>******************************************************************
    COMPUTE CardRejected = CardRejected + 1
    MOVE SPACES TO IncRptRec
    STRING '  ' CardNote DELIMITED BY SIZE INTO IncRptRec
    END-STRING
    WRITE IncRptRec
    DISPLAY "WARNING: CARD " CardCount " " FUNCTION TRIM(CardNote)
EXIT.

*>******************************************************************
DoIncList SECTION.
*>******************************************************************
    MOVE 0 TO ListedCount
    MOVE 1 TO IncIdx
    PERFORM UNTIL IncIdx > IncCount
        MOVE IncEntry(IncIdx) TO IncidentLine
        IF IncStatus = 'OPEN' OR ListAll = 'Y' THEN
            PERFORM ListOneIncident
        END-IF
        COMPUTE IncIdx = IncIdx + 1
    END-PERFORM
    MOVE SPACES TO IncRptRec
    STRING '  ' ListedCount ' INCIDENT(S) LISTED'
        DELIMITED BY SIZE INTO IncRptRec
    END-STRING
    WRITE IncRptRec
EXIT.

*>******************************************************************
ListOneIncident SECTION.
*>******************************************************************
    COMPUTE ListedCount = ListedCount + 1
    MOVE IncNo TO IllNo
    MOVE IncStatus TO IllStatus
    MOVE IncFamily TO IllFamily
    MOVE IncReason TO IllReason
    MOVE IncBusDate TO IllBusDate
    MOVE IncMembers TO IllMembers
    MOVE IncReporting TO IllReporting
    WRITE IncRptRec FROM IncListLine
    IF IncStatus = 'CLOSED' THEN
        MOVE IncOpenDate TO IlcOpenDate
        MOVE IncCloseDate TO IlcCloseDate
        MOVE IncCloseBy TO IlcCloseBy
        WRITE IncRptRec FROM IncListClosedLine
    END-IF
    MOVE 1 TO MbrIdx
    PERFORM UNTIL MbrIdx > MbrCount
        MOVE MbrEntry(MbrIdx) TO IncMbrLine
        IF ImbNo = IncNo THEN
            MOVE ImbId TO MllId
            MOVE ImbStatus TO MllStatus
            MOVE ImbBusDate TO MllBusDate
            MOVE ImbAddedBy TO MllAddedBy
            WRITE IncRptRec FROM MbrListLine
        END-IF
        COMPUTE MbrIdx = MbrIdx + 1
    END-PERFORM
EXIT.

*>******************************************************************
DoIncClose SECTION.
*>******************************************************************
    IF FUNCTION TRIM(CardArg1) IS NOT NUMERIC THEN
        MOVE 'REJECTED - INCIDENT NUMBER NOT NUMERIC' TO CardNote
        PERFORM RejectCard
        EXIT SECTION
    END-IF
    IF CardArg2 = SPACES THEN
        MOVE 'REJECTED - CLOSE NEEDS WHO IS CLOSING IT' TO CardNote
        PERFORM RejectCard
        EXIT SECTION
    END-IF
    MOVE 'jobstrm.lck' TO LockCheckName
    CALL 'CBL_CHECK_FILE_EXIST' USING LockCheckName LockFileInfo
    IF RETURN-CODE = 0 THEN
        MOVE 0 TO RETURN-CODE
        MOVE 'REJECTED - NIGHTLY JOB STREAM IN PROGRESS (JOBSTRM.LCK)'
            TO CardNote
        PERFORM RejectCard
        EXIT SECTION
    END-IF
    MOVE 0 TO RETURN-CODE

    MOVE FUNCTION NUMVAL(CardArg1) TO CardNo
    MOVE 0 TO IncFoundIdx
    MOVE 1 TO IncIdx
    PERFORM UNTIL IncIdx > IncCount OR IncFoundIdx > 0
        MOVE IncEntry(IncIdx) TO IncidentLine
        IF IncNo = CardNo THEN
            MOVE IncIdx TO IncFoundIdx
        END-IF
        COMPUTE IncIdx = IncIdx + 1
    END-PERFORM
    IF IncFoundIdx = 0 THEN
        MOVE 'REJECTED - NO SUCH INCIDENT' TO CardNote
        PERFORM RejectCard
        EXIT SECTION
    END-IF
    MOVE IncEntry(IncFoundIdx) TO IncidentLine
    IF IncStatus NOT = 'OPEN' THEN
        MOVE 'REJECTED - INCIDENT ALREADY CLOSED' TO CardNote
        PERFORM RejectCard
        EXIT SECTION
    END-IF

    MOVE 'CLOSED' TO IncStatus
    MOVE RunDate TO IncCloseDate
    MOVE FUNCTION UPPER-CASE(CardArg2) TO IncCloseBy
    MOVE IncidentLine TO IncEntry(IncFoundIdx)
    MOVE 'Y' TO FilesChanged

    MOVE 1 TO MbrIdx
    PERFORM UNTIL MbrIdx > MbrCount
        MOVE MbrEntry(MbrIdx) TO IncMbrLine
        IF ImbNo = CardNo AND ImbStatus = 'MEMBER' THEN
            MOVE 'RELEASED' TO ImbStatus
            MOVE IncMbrLine TO MbrEntry(MbrIdx)
            COMPUTE MbrReleased = MbrReleased + 1
        END-IF
        COMPUTE MbrIdx = MbrIdx + 1
    END-PERFORM
    PERFORM ListOneIncident
    MOVE SPACES TO IncRptRec
    STRING '  CLOSED - MEMBERS RELEASED TO NORMAL WORK ORDERS'
        DELIMITED BY SIZE INTO IncRptRec
    END-STRING
    WRITE IncRptRec
    DISPLAY "INCIDENT " CardNo " CLOSED BY "
            FUNCTION TRIM(IncCloseBy)
EXIT.

*>******************************************************************
WriteIncidentFiles SECTION.
*>******************************************************************
    OPEN OUTPUT IncidentFile
    IF IncidentFileStatus NOT = "00" THEN
        DISPLAY "ERROR: COULD NOT REWRITE INCIDENTS.TXT (STATUS "
                IncidentFileStatus ")"
        MOVE 4 TO RETURN-CODE
        EXIT SECTION
    END-IF
    MOVE 1 TO IncIdx
    PERFORM UNTIL IncIdx > IncCount
        WRITE IncidentRec FROM IncEntry(IncIdx)
        COMPUTE IncIdx = IncIdx + 1
    END-PERFORM
    CLOSE IncidentFile

    OPEN OUTPUT IncMbrFile
    IF IncMbrFileStatus NOT = "00" THEN
        DISPLAY "ERROR: COULD NOT REWRITE INCMBR.TXT (STATUS "
                IncMbrFileStatus ")"
        MOVE 4 TO RETURN-CODE
        EXIT SECTION
    END-IF
    MOVE 1 TO MbrIdx
    PERFORM UNTIL MbrIdx > MbrCount
        WRITE IncMbrRec FROM MbrEntry(MbrIdx)
        COMPUTE MbrIdx = MbrIdx + 1
    END-PERFORM
    CLOSE IncMbrFile
EXIT.
