    SELECT TrimWorkFile ASSIGN TO 'trimwork.tmp'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TrimWorkStatus.
    SELECT SrcRegFile ASSIGN TO 'srcreg.idx'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SrcRegReportId
        FILE STATUS IS SrcRegFileStatus.
    SELECT SrcChkFile ASSIGN TO DYNAMIC SrcChkFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SrcChkFileStatus.
    SELECT DupChkFile ASSIGN TO DYNAMIC DupChkFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DupChkKey
        FILE STATUS IS DupChkFileStatus.
    SELECT DupesFile ASSIGN TO DYNAMIC DupesFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DupesFileStatus.
    SELECT CtlSeqFile ASSIGN TO 'ctlseq.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CtlSeqFileStatus.
    SELECT IncCfgFile ASSIGN TO 'incident.cfg'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IncCfgFileStatus.
    SELECT IncidentFile ASSIGN TO 'incidents.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IncidentFileStatus.
    SELECT IncMbrFile ASSIGN TO 'incmbr.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IncMbrFileStatus.
    SELECT CfgRegFile ASSIGN TO 'cfgreg.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CfgRegFileStatus.
    SELECT CfgScanFile ASSIGN TO DYNAMIC CfgScanName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CfgScanFileStatus.
    SELECT OpLogFile ASSIGN TO 'oplog.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OpLogFileStatus.

DATA DIVISION.
FILE SECTION.
01 ExceptionsRec PIC X(270).

FD HistoryFile.
01 HistoryRec PIC X(90).

FD SrcHistFile.
01 SrcHistRec PIC X(60).
    05 MasterLastReason PIC X(20).

FD OrdersFile.
01 OrdersRec PIC X(210).

FD ChronicFile.
01 ChronicRec PIC X(100).
FD TrimWorkFile.
01 TrimWorkRec PIC X(300).

FD SrcRegFile.
01 SrcRegRec.
    05 SrcRegReportId   PIC X(20).
    05 SrcRegSite       PIC X(10).
    05 SrcRegCrew       PIC X(10).
    05 SrcRegDays       PIC X(7).
    05 SrcRegStatus     PIC X(10).
    05 SrcRegAdded      PIC X(10).
    05 SrcRegChanged    PIC X(10).

FD SrcChkFile.
01 SrcChkRec PIC X(132).

FD DupChkFile.
01 DupChkRec.
    05 DupChkKey        PIC X(100).
    05 DupChkOrigFile   PIC X(100).
    05 DupChkOrigLine   PIC 9(9).
    05 DupChkOrigRun    PIC X(14).

FD DupesFile.
01 DupesRec PIC X(280).

FD CtlSeqFile.
01 CtlSeqRec PIC X(60).

FD IncCfgFile.
01 IncCfgRec PIC X(20).

FD IncidentFile.
01 IncidentRec PIC X(150).

FD IncMbrFile.
01 IncMbrRec PIC X(80).

FD CfgRegFile.
01 CfgRegRec PIC X(140).

FD CfgScanFile.
01 CfgScanRec PIC X(100).

FD OpLogFile.
01 OpLogRec PIC X(280).

FD CheckpointFile.
01 CheckpointRec.
    05 CkFileIndex          PIC 9(5).
    05 CkUsingFileList              PIC X.
    05 CkInputFile                  PIC X(100).
    05 CkRunId                      PIC X(14).
    05 CkDuplicateCounter           PIC 9(9).
    05 CkFileDuplicateCounter       PIC 9(9).
*> One of these follows the counter record per business date the
*> run has completed files for.
01 CheckpointBusDayRec.
    05 CbdTag                       PIC X(5).
    05 CbdDate                      PIC X(10).
    05 CbdLines                     PIC 9(9).
    05 CbdSafe                      PIC 9(9).
    05 CbdUnsafe                    PIC 9(9).
    05 CbdExc                       PIC 9(9).
    05 CbdRev                       PIC 9(9).
    05 CbdBig                       PIC 9(9).
    05 CbdSmall                     PIC 9(9).
    05 CbdDup                       PIC 9(9).

WORKING-STORAGE SECTION.
01 EOF          PIC X VALUE 'N'.
01 ReversalCounter      PIC 9(6) VALUE 0.
01 JumpBigCounter       PIC 9(6) VALUE 0.
01 JumpSmallCounter     PIC 9(6) VALUE 0.
*> Retransmitted lines - left out of every count above except
*> TotalLinesRead, which stays the physical line count.
01 DuplicateCounter     PIC 9(6) VALUE 0.

01 CheckpointStatus     PIC XX.
01 ReportFileStatus     PIC XX.
    05 RlsMode          PIC X(8).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RlsNote          PIC X(40).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RlsCfgVer        PIC X(6).
01 RunLogEndLine.
    05 RleRunId         PIC X(14).
    05 FILLER           PIC X(2) VALUE SPACES.
        10 RegWhen      PIC X(10).
01 RegisterCount        PIC 9(5) VALUE 0.
01 ReprocTable.
    05 ReprocEntry OCCURS 100 TIMES.
        10 ReprocName   PIC X(100).
        10 ReprocOper   PIC X(10).
        10 ReprocAppr   PIC X(10).
        10 ReprocReason PIC X(60).
01 ReprocCount          PIC 9(5) VALUE 0.
01 ReprocAll            PIC X VALUE 'N'.
01 ReprocAllOper        PIC X(10).
01 ReprocAllAppr        PIC X(10).
01 ReprocAllReason      PIC X(60).
01 ReprocMatchIdx       PIC 9(5) VALUE 0.
01 RegIdx               PIC 9(5) VALUE 0.
01 RegFound             PIC X VALUE 'N'.
01 RegOverride          PIC X VALUE 'N'.
01 VolEOF               PIC X VALUE 'N'.
01 HeldCount            PIC 9(3) VALUE 0.
01 ReleaseTable.
    05 ReleaseEntry OCCURS 100 TIMES.
        10 ReleaseName  PIC X(100).
        10 ReleaseOper  PIC X(10).
        10 ReleaseAppr  PIC X(10).
        10 ReleaseReason PIC X(60).
01 ReleaseCount         PIC 9(5) VALUE 0.
01 ReleaseAll           PIC X VALUE 'N'.
01 ReleaseAllOper       PIC X(10).
01 ReleaseAllAppr       PIC X(10).
01 ReleaseAllReason     PIC X(60).
01 ReleaseMatchIdx      PIC 9(5) VALUE 0.
01 VolReleased          PIC X VALUE 'N'.

*> Override cards (release.cfg, reprocess.cfg) must say who asked
*> and why: '<file> <operator> [<approver>] | <reason>', and an ALL
*> card needs a second person - 'ALL <operator> <approver> | <reason>'.
*> A card short of any of these is refused and the file stays held
*> or skipped. Every override acted on, and every card refused, goes
*> to the permanent operator action log, oplog.txt.
01 OvrCardRec           PIC X(100).
01 OvrLeft              PIC X(100).
01 OvrReasonTok         PIC X(100).
01 OvrTok1              PIC X(100).
01 OvrTok2              PIC X(20).
01 OvrTok3              PIC X(20).
01 OvrTok4              PIC X(20).
01 OvrValid             PIC X VALUE 'N'.
01 OvrRefuseNote        PIC X(40).
01 OpLogFileStatus      PIC XX.
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
01 HoldRegLine.
    05 HrgName          PIC X(100).
    05 FILLER           PIC X(2) VALUE SPACES.
        10 FsRev        PIC 9(9).
        10 FsBig        PIC 9(9).
        10 FsSmall      PIC 9(9).
        10 FsDup        PIC 9(9).
01 FileSumCount         PIC 9(5) VALUE 0.
01 SumIdx               PIC 9(5) VALUE 0.
01 SumDropped           PIC 9(5) VALUE 0.
    05 SumHdDate        PIC X(10).
    05 FILLER           PIC X(7) VALUE '   PAGE'.
    05 SumHdPage        PIC ZZZ9.
    05 FILLER           PIC X(10) VALUE '   CONFIG '.
    05 SumHdCfgVer      PIC X(6).
01 SummaryHeading2.
    05 FILLER           PIC X(30) VALUE 'FILE'.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FILLER           PIC X(8) VALUE '  REVERS'.
    05 FILLER           PIC X(8) VALUE '   J-BIG'.
    05 FILLER           PIC X(8) VALUE ' J-SMALL'.
    05 FILLER           PIC X(8) VALUE '    DUPS'.
01 SummaryDetailLine.
    05 SumFileName      PIC X(30).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 SumRev           PIC Z(7)9.
    05 SumBig           PIC Z(7)9.
    05 SumSmall         PIC Z(7)9.
    05 SumDup           PIC Z(7)9.
01 SummaryTotalLine.
    05 SumTotLabel      PIC X(30).
    05 FILLER           PIC X(2) VALUE SPACES.
01 OrdersFileStatus     PIC XX.
01 OrderTable.
    05 OrderEntry OCCURS 1000 TIMES.
        10 OtData       PIC X(210).
        10 OtId         PIC X(20).
        10 OtOpen       PIC X.
01 OrderCount           PIC 9(5) VALUE 0.
    05 OwlSeq           PIC X(5).
    05 FILLER           PIC X(2).
    05 OwlFile          PIC X(30).
    05 FILLER           PIC X(2).
    05 OwlAction        PIC X(12).
    05 FILLER           PIC X(2).
    05 OwlActionDate    PIC X(10).
    05 FILLER           PIC X(2).
    05 OwlCrew          PIC X(10).

*> Site-wide incidents. At end of run the day's report records are
*> regrouped per source and business date; when enough sources of
*> one family (a tolprof.cfg prefix profile) went unsafe on the same
*> date with the same reason, the cluster is recorded as a numbered
*> incident in incidents.txt and its sources as members in
*> incmbr.txt. ReworkAdv attaches members to the open incident
*> instead of raising one work order per sensor; IncMaint CLOSE
*> releases them. incident.cfg is '<pct> <min>': at least <pct>
*> percent of the family's reporting sources, and never fewer than
*> <min> of them (default 50 5). A family already under an open
*> incident for the same reason gets the new sources attached to it
*> rather than a second incident.
01 IncCfgFileStatus     PIC XX.
01 IncidentFileStatus   PIC XX.
01 IncMbrFileStatus     PIC XX.
01 IncPct               PIC 9(3) VALUE 50.
01 IncMinMembers        PIC 9(5) VALUE 5.
01 IncTokPct            PIC X(20).
01 IncTokMin            PIC X(20).
01 IncEOF               PIC X VALUE 'N'.
01 IncRptFields.
    05 IrpRunId         PIC X(14).
    05 FILLER           PIC X(2).
    05 IrpSeq           PIC X(5).
    05 FILLER           PIC X(2).
    05 IrpFile          PIC X(100).
    05 FILLER           PIC X(2).
    05 IrpStatus        PIC X(9).
    05 FILLER           PIC X(2).
    05 IrpReason        PIC X(20).
    05 FILLER           PIC X(2).
    05 IrpLn            PIC X(100).
    05 FILLER           PIC X(2).
    05 IrpProfile       PIC X(20).
    05 FILLER           PIC X(2).
    05 IrpBusDate       PIC X(10).
*> One entry per source and business date this run, with the
*> reasons it went unsafe for (1 direction reversal, 2 jump too
*> large, 3 jump too small/zero).
01 IncSrcTable.
    05 IncSrcEntry OCCURS 2000 TIMES.
        10 IsId         PIC X(20).
        10 IsDate       PIC X(10).
        10 IsFam        PIC 9(5).
        10 IsRsnFlags   PIC X(3).
        10 IsGrouped    PIC X.
01 IncSrcCount          PIC 9(5) VALUE 0.
01 IsIdx                PIC 9(5) VALUE 0.
01 IsScan               PIC 9(5) VALUE 0.
01 IsFoundIdx           PIC 9(5) VALUE 0.
01 IncSrcOverflow       PIC X VALUE 'N'.
01 IncWorkDate          PIC X(10).
01 IncFamIdx            PIC 9(5) VALUE 0.
01 IncFamLen            PIC 9(5) VALUE 0.
01 IncRsnIdx            PIC 9 VALUE 0.
01 IncGrpFam            PIC 9(5) VALUE 0.
01 IncGrpDate           PIC X(10).
01 IncGrpReporting      PIC 9(5) VALUE 0.
01 IncGrpFailTable.
    05 IncGrpFail OCCURS 3 TIMES PIC 9(5).
01 IncFamName           PIC X(20).
01 IncRsnName           PIC X(20).
*> Open incidents and their members, loaded so a recurring cluster
*> joins its incident and a source is never listed twice.
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
01 IncMemberFound       PIC X VALUE 'N'.
01 NextIncNo            PIC 9(6) VALUE 0.
01 IncRaisedCount       PIC 9(5) VALUE 0.
01 IncMembersAdded      PIC 9(5) VALUE 0.
01 IncAppendOpen        PIC X VALUE 'N'.
01 IncMbrAppendOpen     PIC X VALUE 'N'.
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

*> Configuration register (cfgreg.txt). Every run fingerprints the
*> seven cards that decide how a line is judged; when the print
*> differs from the last registered version a new version is
*> appended - a VER record (version, registering run, date, print)
*> followed by the full text of each card as LINE records, or a
*> MISS record for a card that was absent. CfgGet reads it back.
01 CfgRegFileStatus     PIC XX.
01 CfgScanFileStatus    PIC XX.
01 CfgScanName          PIC X(14).
01 CfgScanEOF           PIC X VALUE 'N'.
01 CfgRegEOF            PIC X VALUE 'N'.
01 CfgNameTable.
    05 CfgName OCCURS 7 TIMES PIC X(14).
01 CfgIdx               PIC 9(3) VALUE 0.
01 CfgCurTable.
    05 CfgCurEntry OCCURS 300 TIMES.
        10 CcFile       PIC X(14).
        10 CcTag        PIC X(4).
        10 CcText       PIC X(100).
01 CfgCurCount          PIC 9(5) VALUE 0.
01 CcIdx                PIC 9(5) VALUE 0.
01 CfgCurOverflow       PIC X VALUE 'N'.
01 CfgFoldText          PIC X(120).
01 CfgFoldLen           PIC 9(3) VALUE 0.
01 CfgCharIdx           PIC 9(3) VALUE 0.
01 CfgPrintA            PIC 9(9) VALUE 0.
01 CfgPrintB            PIC 9(9) VALUE 0.
01 CfgPrint             PIC X(18).
01 CfgLastVer           PIC 9(5) VALUE 0.
01 CfgLastPrint         PIC X(18) VALUE SPACES.
01 CfgVersion           PIC 9(5) VALUE 0.
*> 'V' and the version as stamped on the runlog START record, the
*> summary heading and history.txt; NONE when the run's cards are
*> not a registered version (verify-only or failed-preflight runs
*> with changed cards do not register).
01 CfgVerText           PIC X(6) VALUE 'NONE'.
01 CfgRegVerLine.
    05 CrvTag           PIC X(4) VALUE 'VER '.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 CrvVer           PIC 9(5).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 CrvRunId         PIC X(14).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 CrvDate          PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 CrvPrint         PIC X(18).
01 CfgRegLineLine.
    05 CrlTag           PIC X(4).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 CrlVer           PIC 9(5).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 CrlFile          PIC X(14).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 CrlText          PIC X(100).

01 ChronicDetailLine.
    05 ChrId            PIC X(20).
01 CkResumeFileReversalCounter      PIC 9(9) VALUE 0.
01 CkResumeFileJumpBigCounter       PIC 9(9) VALUE 0.
01 CkResumeFileJumpSmallCounter     PIC 9(9) VALUE 0.
01 CkResumeDuplicateCounter         PIC 9(9) VALUE 0.
01 CkResumeFileDuplicateCounter     PIC 9(9) VALUE 0.
01 CkResumeUsingFileList            PIC X VALUE 'N'.
01 CkResumeInputFile                PIC X(100).
*> Checkpoint cadence: every CkpInterval lines instead of every line.
    05 HistBigCount     PIC Z(5)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 HistSmallCount   PIC Z(5)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 HistDupCount     PIC Z(5)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 HistCfgVer       PIC X(6).

01 SrcHistFileStatus    PIC XX.
*> Per-source deltas since the last flush, keyed by report id. The
    05 FILLER           PIC X(2) VALUE SPACES.
    05 ShExc            PIC Z(5)9.

*> Source registry (srcreg.idx, maintained by MstMaint ADD, CHANGE
*> and RETIRE cards): every commissioned report id with its owning
*> site, responsible crew, the weekdays it is expected to report (a
*> Monday-first mask such as MTWTF--) and its status. When the
*> registry exists, a line from an id that is not on it - or is
*> RETIRED - is still evaluated and reported, but is kept off
*> master.idx and srchist.txt and listed in the day's srcchk
*> generation instead, so a mistyped or decommissioned id can no
*> longer quietly grow its own master record. No registry file means
*> no gating, exactly as before the registry existed.
01 SrcRegFileStatus     PIC XX.
01 SrcChkFileStatus     PIC XX.
01 SrcChkFileName       PIC X(30) VALUE 'srcchk.txt'.
01 RegistryAvailable    PIC X VALUE 'N'.
01 RegistryUnreadable   PIC X VALUE 'N'.
01 SrcPostable          PIC X VALUE 'Y'.
01 SrcVerdict           PIC X.
01 LastCheckedId        PIC X(20) VALUE SPACES.
01 LastCheckedVerdict   PIC X VALUE SPACE.
*> Verdict per distinct id seen this run - A active, S suspended,
*> U unregistered, R retired - so the registry is read once per id
*> per run, not once per line.
01 RunSrcTable.
    05 RunSrcEntry OCCURS 2000 TIMES.
        10 RsId         PIC X(20).
        10 RsVerdict    PIC X.
01 RunSrcCount          PIC 9(5) VALUE 0.
01 RsIdx                PIC 9(5) VALUE 0.
01 RsFoundIdx           PIC 9(5) VALUE 0.
01 RsOverflow           PIC X VALUE 'N'.
01 UnregIdCount         PIC 9(5) VALUE 0.
01 RetiredIdCount       PIC 9(5) VALUE 0.
01 NoShowCount          PIC 9(5) VALUE 0.
01 SrcRegEOF            PIC X VALUE 'N'.
01 SrcChkEOF            PIC X VALUE 'N'.
01 DowInt               PIC 9(9) VALUE 0.
01 TodayDow             PIC 9 VALUE 0.
01 SrcChkHeading.
    05 FILLER           PIC X(35)
        VALUE '===== SOURCE REGISTRY CHECK ====='.
    05 FILLER           PIC X(9) VALUE 'RUN DATE '.
    05 SchDate          PIC X(10).
01 SrcChkIdLine.
    05 SckType          PIC X(12).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 SckId            PIC X(20).
    05 FILLER           PIC X(13) VALUE '  FIRST SEEN '.
    05 SckFile          PIC X(60).
    05 FILLER           PIC X(6) VALUE ' LINE '.
    05 SckLine          PIC Z(8)9.
01 SrcChkNoShowLine.
    05 SnsType          PIC X(12) VALUE 'NO-SHOW'.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 SnsId            PIC X(20).
    05 FILLER           PIC X(7) VALUE '  SITE '.
    05 SnsSite          PIC X(10).
    05 FILLER           PIC X(7) VALUE '  CREW '.
    05 SnsCrew          PIC X(10).
    05 FILLER           PIC X(7) VALUE '  DAYS '.
    05 SnsDays          PIC X(7).
    05 FILLER           PIC X(12) VALUE '  LAST SEEN '.
    05 SnsLastSeen      PIC X(10).

*> Duplicate transmissions: a sending system that retransmits
*> report lines - in a new file, or twice in one file - would have
*> them counted twice everywhere. Every identified line (report id
*> plus levels, as sent) is remembered in the run date's
*> dupchk-<date>.idx with the file and line it first arrived on; a
*> later arrival of the same line that day is listed in the dupes
*> generation, reported as DUPLICATE, and neither evaluated nor
*> posted. Re-reading the very line that is on file (a resume
*> passing back over post-checkpoint lines, or a deliberate
*> reprocess.cfg rerun) is not a duplicate. Anonymous lines carry no
*> identity, so identical levels from two of them prove nothing and
*> they are never checked.
01 DupChkFileStatus     PIC XX.
01 DupesFileStatus      PIC XX.
01 DupChkFileName       PIC X(30) VALUE 'dupchk.idx'.
01 DupesFileName        PIC X(30) VALUE 'dupes.txt'.
01 DupChkAvailable      PIC X VALUE 'N'.
01 IsDuplicate          PIC X VALUE 'N'.
01 RecDupesLines        PIC 9(9) VALUE 0.
01 RecCrossFoot         PIC 9(9) VALUE 0.
01 DupesLine.
    05 DplRunId         PIC X(14).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DplSeq           PIC Z(4)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DplFile          PIC X(60).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DplOrigFile      PIC X(60).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DplOrigLine      PIC Z(8)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DplOrigRun       PIC X(14).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DplLn            PIC X(100).

*> Header/trailer control records. A sending system may open a
*> file with 'HDR <system> <yyyy-mm-dd> <seq>' and close it with
*> 'TRL <count> <hash>': count is the number of lines between the
*> two, hash the sum of every all-digit token on those lines (the
*> levels). Both or neither - a file with no control records is
*> processed exactly as before. Preflight scans every file and a
*> file whose control records are malformed, out of place or do not
*> balance is rejected (listed in preflight.txt, runlog.txt, not
*> registered, RC 4) while the rest of the batch runs. ProcessOneFile
*> re-totals the file as it reads it; a difference from the trailer
*> there means the file changed under the run and puts the balance
*> out. The header's business date, not the run date, is the date
*> the file's counts land on in history.txt and srchist.txt.
01 CtlSeqFileStatus     PIC XX.
01 CtlTable.
    05 CtlEntry OCCURS 200 TIMES.
        10 CtlName      PIC X(100).
        10 CtlHasHdr    PIC X.
        10 CtlSystem    PIC X(10).
        10 CtlBusDate   PIC X(10).
        10 CtlSeq       PIC 9(9).
        10 CtlTrlLine   PIC 9(9).
        10 CtlTrlCount  PIC 9(9).
        10 CtlTrlHash   PIC 9(15).
        10 CtlRejected  PIC X.
        10 CtlReason    PIC X(80).
01 CtlCount             PIC 9(5) VALUE 0.
01 CtlIdx               PIC 9(5) VALUE 0.
01 CtlOverflow          PIC X VALUE 'N'.
01 RejectedCount        PIC 9(5) VALUE 0.
01 CtlBreakCount        PIC 9(5) VALUE 0.
01 CtlTok               PIC X(20).
01 CtlTokA              PIC X(20).
01 CtlTokB              PIC X(20).
01 CtlTokC              PIC X(20).
01 CtlHdrSeqTok         PIC X(20).
01 CtlTrlCountTok       PIC X(20).
01 CtlTrlHashTok        PIC X(20).
01 CtlDateTok           PIC X(20).
01 CtlDateOk            PIC X VALUE 'N'.
01 CtlDateNum           PIC 9(8) VALUE 0.
01 CtlLineDisp          PIC Z(8)9.
01 CtlCountDisp         PIC Z(8)9.
01 CtlCountDisp2        PIC Z(8)9.
01 CtlHashDisp          PIC Z(14)9.
01 CtlHashDisp2         PIC Z(14)9.
01 CtlSeqDisp           PIC Z(8)9.
01 CtlSeqDisp2          PIC Z(8)9.
01 ScanEOF              PIC X VALUE 'N'.
01 ScanLineNo           PIC 9(9) VALUE 0.
01 ScanDataLines        PIC 9(9) VALUE 0.
01 ScanHash             PIC 9(15) VALUE 0.
01 ScanTrlSeen          PIC X VALUE 'N'.
01 ScanStrayLine        PIC 9(9) VALUE 0.
01 ScanTailLine         PIC 9(9) VALUE 0.
01 HashWorkLn           PIC X(100).
01 HashTok              PIC X(20).
01 HashPtr              PIC 9(5) VALUE 1.
01 HashDone             PIC X VALUE 'N'.
01 LineHash             PIC 9(15) VALUE 0.
*> The file in hand: its control-table entry (0 for none), whether
*> it carries control records, and the business date it posts to.
01 CurCtlIdx            PIC 9(5) VALUE 0.
01 CurHasCtl            PIC X VALUE 'N'.
01 CurBusDate           PIC X(10).
01 IsControlLine        PIC X VALUE 'N'.
01 FileCtlLines         PIC 9(9) VALUE 0.
01 FileCtlHash          PIC 9(15) VALUE 0.
*> Last sequence number processed per sending system (ctlseq.txt).
*> A gap or a repeat is reported in preflight for the operator to
*> chase with the sender - it does not stop the file.
01 CtlSeqTable.
    05 CtlSeqEntry OCCURS 50 TIMES.
        10 CsSystem     PIC X(10).
        10 CsLastSeq    PIC 9(9).
        10 CsLastDate   PIC X(10).
        10 CsSeenSeq    PIC 9(9).
01 CtlSeqCount          PIC 9(5) VALUE 0.
01 CsIdx                PIC 9(5) VALUE 0.
01 CsFoundIdx           PIC 9(5) VALUE 0.
01 CtlSeqChanged        PIC X VALUE 'N'.
01 CtlSeqEOF            PIC X VALUE 'N'.
01 CsTokSystem          PIC X(20).
01 CsTokSeq             PIC X(20).
01 CsTokDate            PIC X(20).
01 CtlSeqLine.
    05 CslSystem        PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 CslSeq           PIC Z(8)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 CslDate          PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 CslRunId         PIC X(14).
*> Counts per business date, added as each file completes, so one
*> run that takes in a late file writes one history.txt line for
*> each day it touched. Carried in the checkpoint.
01 BusDayTable.
    05 BusDayEntry OCCURS 100 TIMES.
        10 BdDate       PIC X(10).
        10 BdLines      PIC 9(9).
        10 BdSafe       PIC 9(9).
        10 BdUnsafe     PIC 9(9).
        10 BdExc        PIC 9(9).
        10 BdRev        PIC 9(9).
        10 BdBig        PIC 9(9).
        10 BdSmall      PIC 9(9).
        10 BdDup        PIC 9(9).
01 BusDayCount          PIC 9(5) VALUE 0.
01 BdIdx                PIC 9(5) VALUE 0.
01 BdFoundIdx           PIC 9(5) VALUE 0.
01 BdOverflow           PIC X VALUE 'N'.
01 BdSlotFound          PIC X VALUE 'N'.
01 ResumeBusDayTable.
    05 ResumeBusDayEntry OCCURS 100 TIMES.
        10 RbdDate      PIC X(10).
        10 RbdLines     PIC 9(9).
        10 RbdSafe      PIC 9(9).
        10 RbdUnsafe    PIC 9(9).
        10 RbdExc       PIC 9(9).
        10 RbdRev       PIC 9(9).
        10 RbdBig       PIC 9(9).
        10 RbdSmall     PIC 9(9).
        10 RbdDup       PIC 9(9).
01 ResumeBusDayCount    PIC 9(5) VALUE 0.
01 CkBdEOF              PIC X VALUE 'N'.
01 RunLogFileLine.
    05 RlfRunId         PIC X(14).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RlfType          PIC X(5).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RlfFile          PIC X(60).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 RlfNote          PIC X(47).

01 RecReportLines       PIC 9(9) VALUE 0.
01 RecExceptionLines    PIC 9(9) VALUE 0.
01 RecReworkLines       PIC 9(9) VALUE 0.
01 FileReversalCounter      PIC 9(6) VALUE 0.
01 FileJumpBigCounter       PIC 9(6) VALUE 0.
01 FileJumpSmallCounter     PIC 9(6) VALUE 0.
01 FileDuplicateCounter     PIC 9(6) VALUE 0.

01 ReportLine.
    05 RptRunId     PIC X(14).
    05 RptLn        PIC X(100).
    05 FILLER       PIC X(2) VALUE SPACES.
    05 RptProfile   PIC X(20).
    05 FILLER       PIC X(2) VALUE SPACES.
    05 RptBusDate   PIC X(10).

01 ExceptionsLine.
    05 ExcRunId     PIC X(14).
    PERFORM LoadRetention
    PERFORM LoadCkpInterval
    PERFORM LoadVolChk
    PERFORM OpenSrcRegistry
    PERFORM DetectFileList

    *> Fail fast on bad setup: both config files, the effective
    *> is touched, so operations can fix the setup without burning
    *> the batch window.
    PERFORM RunPreflight
    PERFORM RegisterConfig
    IF PreflightFailed = 'Y' THEN
        MOVE 3 TO RETURN-CODE
        PERFORM WriteRunLogStart
        PERFORM LoadRegister
        PERFORM LoadReprocessList
        PERFORM LoadReleaseList
        PERFORM OpenDupChk

        *> Output generations are NOT opened here on a fresh run: a
        *> same-date re-submission whose files are all register-
            IF ReworkFileStatus = "35" THEN
                OPEN OUTPUT ReworkFile
            END-IF
            *> Ids already listed before the abend are reloaded so the
            *> resumed lines don't list them a second time.
            PERFORM LoadSrcChkGeneration
            OPEN EXTEND SrcChkFile
            IF SrcChkFileStatus = "35" THEN
                OPEN OUTPUT SrcChkFile
                PERFORM WriteSrcChkHeading
            END-IF
            OPEN EXTEND DupesFile
            IF DupesFileStatus = "35" THEN
                OPEN OUTPUT DupesFile
            END-IF
            MOVE 'Y' TO OutputsOpen
            MOVE CkResumeCounter TO Counter
            MOVE CkResumeStrictSafeCounter TO StrictSafeCounter
            MOVE CkResumeReversalCounter TO ReversalCounter
            MOVE CkResumeJumpBigCounter TO JumpBigCounter
            MOVE CkResumeJumpSmallCounter TO JumpSmallCounter
            MOVE CkResumeDuplicateCounter TO DuplicateCounter
            PERFORM SeedBusDaysFromCheckpoint
        END-IF
    END-IF

    ELSE
        MOVE 'inputs.txt' TO CurrentInputFile
        MOVE 1 TO FileIndex
        IF CtlCount > 0 AND CtlRejected(1) = 'Y' THEN
            PERFORM ReportRejectedFile
        ELSE
            PERFORM ProcessOneFile
        END-IF
    END-IF

    IF VerifyOnly = 'N' THEN
        PERFORM WriteNoShowList
        IF OutputsOpen = 'Y' THEN
            CLOSE ReportFile
            CLOSE ExceptionsFile
            CLOSE ReworkFile
            CLOSE SrcChkFile
            CLOSE DupesFile
        END-IF
        IF RegistryAvailable = 'Y' THEN
            CLOSE SrcRegFile
        END-IF
        IF DupChkAvailable = 'Y' THEN
            CLOSE DupChkFile
        END-IF

        PERFORM WriteChronicList
        PERFORM WriteOrdersBack
        PERFORM WriteCtlSeq
        IF OutputsOpen = 'Y' THEN
            PERFORM CorrelateIncidents
        END-IF

        PERFORM ClearCheckpoint
    END-IF
    DISPLAY DampenerSafeCounter
    DISPLAY "EXCEPTIONS (MALFORMED LINES)"
    DISPLAY ExceptionCounter
    DISPLAY "DUPLICATES (NOT COUNTED)"
    DISPLAY DuplicateCounter

    IF VerifyOnly = 'Y' THEN
        PERFORM WriteWhatIfReport
        *> submission, not a safety failure. A resumed run keeps the
        *> normal path: its seeded counters are real work.
        IF FilesProcessed = 0 AND WasResumed = 'N' THEN
            *> Every file turned away on its control records is a
            *> sender problem to chase, not a duplicate submission.
            IF RejectedCount > 0 THEN
                DISPLAY "NOTHING PROCESSED - " RejectedCount
                        " FILE(S) REJECTED ON CONTROL RECORDS - SEE "
                        "PREFLIGHT.TXT"
                MOVE 4 TO RETURN-CODE
            ELSE
                DISPLAY "NOTHING TO PROCESS - NO FILES CONSUMED THIS "
                        "RUN (DUPLICATE SUBMISSION?) - HISTORY AND "
                        "REPORTS LEFT UNTOUCHED"
                MOVE 5 TO RETURN-CODE
            END-IF
        ELSE
            *> Return code of a run that did work, highest precedence
            *> first: 2 outputs out of balance (ReconcileOutputs),
            *> 1 safety rate below threshold, 4 file(s) rejected on
            *> control records. A code is only ever replaced by one
            *> that outranks it. Rejections ranked below a breach stay
            *> visible - each is on preflight.txt and has its own
            *> REJCT runlog record, which ShiftRpt lists.
            PERFORM CheckSafetyRate
            IF RejectedCount > 0 THEN
                DISPLAY "WARNING: " RejectedCount " FILE(S) REJECTED "
                        "ON CONTROL RECORDS - SEE PREFLIGHT.TXT"
                IF RETURN-CODE = 0 THEN
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
            PERFORM WriteSummaryReport
            PERFORM WriteStatsReport
            PERFORM WriteHistory
    STRING 'rework-' CurrentDate(1:8) '.txt'
        DELIMITED BY SIZE INTO ReworkFileName
    END-STRING
    MOVE SPACES TO SrcChkFileName
    STRING 'srcchk-' CurrentDate(1:8) '.txt'
        DELIMITED BY SIZE INTO SrcChkFileName
    END-STRING
    MOVE SPACES TO DupesFileName
    STRING 'dupes-' CurrentDate(1:8) '.txt'
        DELIMITED BY SIZE INTO DupesFileName
    END-STRING
    MOVE SPACES TO DupChkFileName
    STRING 'dupchk-' CurrentDate(1:8) '.idx'
        DELIMITED BY SIZE INTO DupChkFileName
    END-STRING
    MOVE RunId TO DplRunId
EXIT.

*>******************************************************************
    *> lines.
    COMPUTE TrimReworkExpected = CkResumeTotalLinesRead
        - CkResumeCounter - CkResumeExceptionCounter
        - CkResumeDuplicateCounter

    MOVE ReportFileName TO TrimInName
    MOVE CkResumeTotalLinesRead TO TrimExpected
    MOVE ReworkFileName TO TrimInName
    MOVE TrimReworkExpected TO TrimExpected
    PERFORM TrimOneGeneration

    MOVE DupesFileName TO TrimInName
    MOVE CkResumeDuplicateCounter TO TrimExpected
    PERFORM TrimOneGeneration
EXIT.

*>******************************************************************
        MOVE 'REWORK' TO SweepType
        PERFORM DeleteSweepFile

        MOVE SPACES TO SweepName
        STRING 'srcchk-' GenDateX '.txt'
            DELIMITED BY SIZE INTO SweepName
        END-STRING
        MOVE 'SRCCHK' TO SweepType
        PERFORM DeleteSweepFile

        MOVE SPACES TO SweepName
        STRING 'dupes-' GenDateX '.txt'
            DELIMITED BY SIZE INTO SweepName
        END-STRING
        MOVE 'DUPES' TO SweepType
        PERFORM DeleteSweepFile

        COMPUTE AgeDays = AgeDays + 1
    END-PERFORM

    *> A seen-line index is only ever consulted on its own run date;
    *> it is working storage on disk, not evidence, so it is dropped
    *> (not archived) as soon as the day has passed.
    MOVE 1 TO AgeDays
    PERFORM UNTIL AgeDays > RetentionDays + 90
        COMPUTE GenInt = TodayInt - AgeDays
        COMPUTE GenDate = FUNCTION DATE-OF-INTEGER(GenInt)
        MOVE GenDate TO GenDateX
        MOVE SPACES TO SweepName
        STRING 'dupchk-' GenDateX '.idx'
            DELIMITED BY SIZE INTO SweepName
        END-STRING
        CALL 'CBL_DELETE_FILE' USING SweepName
        COMPUTE AgeDays = AgeDays + 1
    END-PERFORM
    MOVE 0 TO RETURN-CODE
    END-IF
EXIT.

*>******************************************************************
RegisterConfig SECTION.
*>******************************************************************
    *> A day in history.txt or a rework generation can only be read
    *> against the bounds that produced it, so the cards in force are
    *> fingerprinted every run and a changed set is registered as a
    *> new version before any line is judged. Verify-only and failed-
    *> preflight runs judge nothing for production and never register.
    MOVE 'tolerance.cfg' TO CfgName(1)
    MOVE 'tolprof.cfg' TO CfgName(2)
    MOVE 'threshold.cfg' TO CfgName(3)
    MOVE 'dampmode.cfg' TO CfgName(4)
    MOVE 'volchk.cfg' TO CfgName(5)
    MOVE 'retention.cfg' TO CfgName(6)
    MOVE 'ckpint.cfg' TO CfgName(7)

    MOVE 0 TO CfgCurCount
    MOVE 'N' TO CfgCurOverflow
    MOVE 1 TO CfgPrintA
    MOVE 0 TO CfgPrintB
    MOVE 1 TO CfgIdx
    PERFORM UNTIL CfgIdx > 7
        PERFORM CaptureCfgFile
        COMPUTE CfgIdx = CfgIdx + 1
    END-PERFORM
    MOVE SPACES TO CfgPrint
    STRING CfgPrintA CfgPrintB DELIMITED BY SIZE INTO CfgPrint
    END-STRING

    PERFORM LoadLastCfgVersion
    IF CfgLastVer > 0 AND CfgPrint = CfgLastPrint THEN
        MOVE CfgLastVer TO CfgVersion
    ELSE
        IF VerifyOnly = 'Y' OR PreflightFailed = 'Y' THEN
            MOVE 0 TO CfgVersion
            DISPLAY "WARNING: CONFIGURATION DIFFERS FROM REGISTERED "
                    "VERSION " CfgLastVer " - NOT REGISTERED BY THIS RUN"
        ELSE
            PERFORM AppendCfgVersion
        END-IF
    END-IF

    IF CfgVersion = 0 THEN
        MOVE 'NONE' TO CfgVerText
    ELSE
        MOVE SPACES TO CfgVerText
        STRING 'V' CfgVersion DELIMITED BY SIZE INTO CfgVerText
        END-STRING
    END-IF
EXIT.

*>******************************************************************
CaptureCfgFile SECTION.
*>******************************************************************
    *> The card's name and presence are folded in ahead of its lines,
    *> so removing a card, or emptying it, changes the print too.
    MOVE CfgName(CfgIdx) TO CfgScanName
    OPEN INPUT CfgScanFile
    MOVE SPACES TO CfgFoldText
    IF CfgScanFileStatus NOT = "00" THEN
        STRING 'MISS ' CfgScanName DELIMITED BY SIZE INTO CfgFoldText
        END-STRING
        PERFORM FoldCfgText
        MOVE 'MISS' TO CrlTag
        MOVE SPACES TO CrlText
        PERFORM KeepCfgLine
        EXIT SECTION
    END-IF
    STRING 'FILE ' CfgScanName DELIMITED BY SIZE INTO CfgFoldText
    END-STRING
    PERFORM FoldCfgText

    MOVE 'N' TO CfgScanEOF
    PERFORM UNTIL CfgScanEOF = 'Y'
        READ CfgScanFile
            AT END
                MOVE 'Y' TO CfgScanEOF
            NOT AT END
                MOVE SPACES TO CfgFoldText
                STRING 'LINE ' CfgScanRec DELIMITED BY SIZE
                    INTO CfgFoldText
                END-STRING
                PERFORM FoldCfgText
                MOVE 'LINE' TO CrlTag
                MOVE CfgScanRec TO CrlText
                PERFORM KeepCfgLine
        END-READ
    END-PERFORM
    CLOSE CfgScanFile
EXIT.

*>******************************************************************
KeepCfgLine SECTION.
*>******************************************************************
    IF CfgCurCount >= 300 THEN
        MOVE 'Y' TO CfgCurOverflow
        EXIT SECTION
    END-IF
    COMPUTE CfgCurCount = CfgCurCount + 1
    MOVE CfgScanName TO CcFile(CfgCurCount)
    MOVE CrlTag TO CcTag(CfgCurCount)
    MOVE CrlText TO CcText(CfgCurCount)
EXIT.

*>******************************************************************
FoldCfgText SECTION.
*>******************************************************************
    *> Two running sums over the characters (the second a sum of the
    *> first), each kept below a large prime - cheap, and order- as
    *> well as content-sensitive. Trailing blanks are ignored; an end-
    *> of-line value keeps line boundaries significant.
    MOVE 120 TO CfgFoldLen
    PERFORM UNTIL CfgFoldLen = 0
            OR CfgFoldText(CfgFoldLen:1) NOT = SPACE
        COMPUTE CfgFoldLen = CfgFoldLen - 1
    END-PERFORM
    MOVE 1 TO CfgCharIdx
    PERFORM UNTIL CfgCharIdx > CfgFoldLen
        COMPUTE CfgPrintA = FUNCTION MOD(CfgPrintA
            + FUNCTION ORD(CfgFoldText(CfgCharIdx:1)), 999999937)
        COMPUTE CfgPrintB = FUNCTION MOD(CfgPrintB + CfgPrintA,
            999999929)
        COMPUTE CfgCharIdx = CfgCharIdx + 1
    END-PERFORM
    COMPUTE CfgPrintA = FUNCTION MOD(CfgPrintA + 11, 999999937)
    COMPUTE CfgPrintB = FUNCTION MOD(CfgPrintB + CfgPrintA, 999999929)
EXIT.

*>******************************************************************
LoadLastCfgVersion SECTION.
*>******************************************************************
    MOVE 0 TO CfgLastVer
    MOVE SPACES TO CfgLastPrint
    OPEN INPUT CfgRegFile
    IF CfgRegFileStatus NOT = "00" THEN
        EXIT SECTION
    END-IF
    MOVE 'N' TO CfgRegEOF
    PERFORM UNTIL CfgRegEOF = 'Y'
        READ CfgRegFile
            AT END
                MOVE 'Y' TO CfgRegEOF
            NOT AT END
                IF CfgRegRec(1:4) = 'VER ' THEN
                    MOVE CfgRegRec TO CfgRegVerLine
                    MOVE CrvVer TO CfgLastVer
                    MOVE CrvPrint TO CfgLastPrint
                END-IF
        END-READ
    END-PERFORM
    CLOSE CfgRegFile
EXIT.

*>******************************************************************
AppendCfgVersion SECTION.
*>******************************************************************
    OPEN EXTEND CfgRegFile
    IF CfgRegFileStatus = "35" THEN
        OPEN OUTPUT CfgRegFile
    END-IF
    IF CfgRegFileStatus NOT = "00" THEN
        DISPLAY "WARNING: COULD NOT OPEN CFGREG.TXT (STATUS "
                CfgRegFileStatus ") - CONFIGURATION NOT REGISTERED"
        MOVE 0 TO CfgVersion
        EXIT SECTION
    END-IF

    COMPUTE CfgVersion = CfgLastVer + 1
    MOVE 'VER ' TO CrvTag
    MOVE CfgVersion TO CrvVer
    MOVE RunId TO CrvRunId
    MOVE RunDate TO CrvDate
    MOVE CfgPrint TO CrvPrint
    WRITE CfgRegRec FROM CfgRegVerLine

    MOVE 1 TO CcIdx
    PERFORM UNTIL CcIdx > CfgCurCount
        MOVE CcTag(CcIdx) TO CrlTag
        MOVE CfgVersion TO CrlVer
        MOVE CcFile(CcIdx) TO CrlFile
        MOVE CcText(CcIdx) TO CrlText
        WRITE CfgRegRec FROM CfgRegLineLine
        COMPUTE CcIdx = CcIdx + 1
    END-PERFORM
    CLOSE CfgRegFile

    IF CfgCurOverflow = 'Y' THEN
        DISPLAY "WARNING: MORE THAN 300 CONFIGURATION LINES - "
                "REGISTER HOLDS THE FIRST 300"
    END-IF
    IF CfgLastVer = 0 THEN
        DISPLAY "CONFIGURATION VERSION " CfgVersion " REGISTERED"
    ELSE
        DISPLAY "CONFIGURATION VERSION " CfgVersion
                " REGISTERED (CHANGED SINCE VERSION " CfgLastVer ")"
    END-IF
EXIT.

*>******************************************************************
RunPreflight SECTION.
*>******************************************************************
        PERFORM WritePreflightError
    END-IF

    IF RegistryUnreadable = 'Y' THEN
        MOVE SPACES TO PfText
        STRING 'SRCREG.IDX COULD NOT BE OPENED (STATUS '
            SrcRegFileStatus ')'
            DELIMITED BY SIZE INTO PfText
        END-STRING
        PERFORM WritePreflightError
    ELSE
        IF RegistryAvailable = 'N' THEN
            MOVE 'SRCREG.IDX NOT FOUND - SOURCE REGISTRY CHECK SKIPPED'
                TO PfText
            PERFORM WritePreflightInfo
        END-IF
    END-IF

    IF VerifyOnly = 'Y' THEN
        IF VerMinInvalid = 'Y' THEN
            MOVE 'VERIFY.CFG LINE 1 (CANDIDATE MINDIFF) IS NOT NUMERIC'
        END-IF
    END-IF

    PERFORM LoadCtlSeq
    IF UsingFileList = 'Y' THEN
        PERFORM PreflightFileList
    ELSE
        MOVE 'inputs.txt' TO CurrentInputFile
        PERFORM PreflightCheckInputFile
    END-IF
    IF CtlOverflow = 'Y' THEN
        MOVE 'MORE THAN 200 INPUT FILES - CONTROL RECORDS OF THE EXCESS NOT CHECKED'
            TO PfText
        PERFORM WritePreflightInfo
    END-IF
    IF RejectedCount > 0 THEN
        MOVE SPACES TO PfText
        STRING RejectedCount ' FILE(S) REJECTED ON CONTROL RECORDS '
            '- NOT PROCESSED THIS RUN'
            DELIMITED BY SIZE INTO PfText
        END-STRING
        PERFORM WritePreflightInfo
    END-IF

    MOVE SPACES TO PreflightRec
    IF PreflightErrors > 0 THEN
*>******************************************************************
PreflightCheckInputFile SECTION.
*>******************************************************************
    *> One control-table entry per input file, in file-list order, so
    *> the entry for a file is found by its FileIndex later.
    IF CtlCount < 200 THEN
        COMPUTE CtlCount = CtlCount + 1
        MOVE CurrentInputFile TO CtlName(CtlCount)
        MOVE 'N' TO CtlHasHdr(CtlCount)
        MOVE SPACES TO CtlSystem(CtlCount)
        MOVE SPACES TO CtlBusDate(CtlCount)
        MOVE 0 TO CtlSeq(CtlCount)
        MOVE 0 TO CtlTrlLine(CtlCount)
        MOVE 0 TO CtlTrlCount(CtlCount)
        MOVE 0 TO CtlTrlHash(CtlCount)
        MOVE 'N' TO CtlRejected(CtlCount)
        MOVE SPACES TO CtlReason(CtlCount)
        MOVE CtlCount TO CtlIdx
    ELSE
        MOVE 'Y' TO CtlOverflow
        MOVE 0 TO CtlIdx
    END-IF
    OPEN INPUT InputFile
    IF InputFileStatus = "00" THEN
        CLOSE InputFile
        IF CtlIdx > 0 THEN
            PERFORM ScanControlRecords
        END-IF
    ELSE
        MOVE SPACES TO PfText
        STRING 'INPUT FILE NOT READABLE (STATUS ' InputFileStatus
EXIT.

*>******************************************************************
WritePreflightReject SECTION.
*>******************************************************************
    *> A rejected file is not a setup error - the run goes ahead
    *> without it - so it is neither counted as one nor written as one.
    MOVE SPACES TO PreflightRec
    STRING 'REJECT: ' FUNCTION TRIM(PfText)
        DELIMITED BY SIZE INTO PreflightRec
    END-STRING
    WRITE PreflightRec
EXIT.

*>******************************************************************
ScanControlRecords SECTION.
*>******************************************************************
    MOVE 0 TO ScanLineNo
    MOVE 0 TO ScanDataLines
    MOVE 0 TO ScanHash
    MOVE 0 TO ScanStrayLine
    MOVE 0 TO ScanTailLine
    MOVE 'N' TO ScanTrlSeen
    MOVE SPACES TO CtlDateTok CtlHdrSeqTok CtlTrlCountTok CtlTrlHashTok
    MOVE 'N' TO ScanEOF
    OPEN INPUT InputFile
    PERFORM UNTIL ScanEOF = 'Y'
        READ InputFile INTO Ln
            AT END
                MOVE 'Y' TO ScanEOF
            NOT AT END
                COMPUTE ScanLineNo = ScanLineNo + 1
                PERFORM ScanOneLine
        END-READ
    END-PERFORM
    CLOSE InputFile
    PERFORM JudgeControlRecords
EXIT.

*>******************************************************************
ScanOneLine SECTION.
*>******************************************************************
    MOVE SPACES TO CtlTok CtlTokA CtlTokB CtlTokC
    UNSTRING FUNCTION TRIM(Ln) DELIMITED BY ALL SPACES
        INTO CtlTok, CtlTokA, CtlTokB, CtlTokC
    END-UNSTRING
    EVALUATE TRUE
        WHEN CtlTok = 'HDR'
            IF ScanLineNo = 1 THEN
                MOVE 'Y' TO CtlHasHdr(CtlIdx)
                MOVE CtlTokA TO CtlSystem(CtlIdx)
                MOVE CtlTokB TO CtlDateTok
                MOVE CtlTokC TO CtlHdrSeqTok
            ELSE
                IF ScanStrayLine = 0 THEN
                    MOVE ScanLineNo TO ScanStrayLine
                END-IF
            END-IF
        WHEN CtlTok = 'TRL'
            IF ScanTrlSeen = 'Y' THEN
                IF ScanStrayLine = 0 THEN
                    MOVE ScanLineNo TO ScanStrayLine
                END-IF
            ELSE
                MOVE 'Y' TO ScanTrlSeen
                MOVE ScanLineNo TO CtlTrlLine(CtlIdx)
                MOVE CtlTokA TO CtlTrlCountTok
                MOVE CtlTokB TO CtlTrlHashTok
            END-IF
        WHEN OTHER
            *> Blank lines after the trailer are end-of-file padding;
            *> anything else there was sent outside the totals.
            IF ScanTrlSeen = 'Y' THEN
                IF Ln NOT = SPACES AND ScanTailLine = 0 THEN
                    MOVE ScanLineNo TO ScanTailLine
                END-IF
            ELSE
                COMPUTE ScanDataLines = ScanDataLines + 1
                MOVE FUNCTION TRIM(Ln) TO HashWorkLn
                PERFORM ComputeLineHash
                COMPUTE ScanHash = ScanHash + LineHash
            END-IF
    END-EVALUATE
EXIT.

*>******************************************************************
ComputeLineHash SECTION.
*>******************************************************************
    *> Sum of the all-digit tokens on the line - the levels; the
    *> report id and anything malformed add nothing.
    MOVE 0 TO LineHash
    MOVE 1 TO HashPtr
    MOVE 'N' TO HashDone
    PERFORM UNTIL HashPtr > 100 OR HashDone = 'Y'
        MOVE SPACES TO HashTok
        UNSTRING HashWorkLn DELIMITED BY ALL SPACES
            INTO HashTok
            WITH POINTER HashPtr
        END-UNSTRING
        IF HashTok = SPACES THEN
            MOVE 'Y' TO HashDone
        ELSE
            IF FUNCTION TRIM(HashTok) IS NUMERIC THEN
                COMPUTE LineHash = LineHash
                    + FUNCTION NUMVAL(HashTok)
            END-IF
        END-IF
    END-PERFORM
EXIT.

*>******************************************************************
JudgeControlRecords SECTION.
*>******************************************************************
    IF CtlHasHdr(CtlIdx) = 'N' AND ScanTrlSeen = 'N'
            AND ScanStrayLine = 0 THEN
        EXIT SECTION
    END-IF

    *> Business date must be a real yyyy-mm-dd calendar date.
    MOVE 'N' TO CtlDateOk
    IF CtlDateTok(5:1) = '-' AND CtlDateTok(8:1) = '-'
            AND CtlDateTok(1:4) IS NUMERIC
            AND CtlDateTok(6:2) IS NUMERIC
            AND CtlDateTok(9:2) IS NUMERIC
            AND CtlDateTok(11:10) = SPACES THEN
        MOVE CtlDateTok(1:4) TO CtlDateNum(1:4)
        MOVE CtlDateTok(6:2) TO CtlDateNum(5:2)
        MOVE CtlDateTok(9:2) TO CtlDateNum(7:2)
        IF FUNCTION TEST-DATE-YYYYMMDD(CtlDateNum) = 0 THEN
            MOVE 'Y' TO CtlDateOk
            MOVE CtlDateTok(1:10) TO CtlBusDate(CtlIdx)
        END-IF
    END-IF

    MOVE SPACES TO CtlReason(CtlIdx)
    EVALUATE TRUE
        WHEN ScanStrayLine > 0
            MOVE ScanStrayLine TO CtlLineDisp
            STRING 'HDR/TRL RECORD OUT OF POSITION AT LINE '
                FUNCTION TRIM(CtlLineDisp)
                DELIMITED BY SIZE INTO CtlReason(CtlIdx)
            END-STRING
        WHEN CtlHasHdr(CtlIdx) = 'N'
            MOVE 'TRAILER RECORD BUT NO HEADER ON LINE 1'
                TO CtlReason(CtlIdx)
        WHEN ScanTrlSeen = 'N'
            MOVE 'HEADER RECORD BUT NO TRAILER' TO CtlReason(CtlIdx)
        WHEN ScanTailLine > 0
            MOVE ScanTailLine TO CtlLineDisp
            STRING 'DATA AFTER THE TRAILER AT LINE '
                FUNCTION TRIM(CtlLineDisp)
                DELIMITED BY SIZE INTO CtlReason(CtlIdx)
            END-STRING
        WHEN CtlSystem(CtlIdx) = SPACES
            MOVE 'HEADER HAS NO SENDING SYSTEM' TO CtlReason(CtlIdx)
        WHEN CtlDateOk = 'N'
            STRING 'HEADER BUSINESS DATE ' FUNCTION TRIM(CtlDateTok)
                ' IS NOT A VALID YYYY-MM-DD DATE'
                DELIMITED BY SIZE INTO CtlReason(CtlIdx)
            END-STRING
        WHEN CtlBusDate(CtlIdx) > RunDate
            STRING 'HEADER BUSINESS DATE ' CtlBusDate(CtlIdx)
                ' IS LATER THAN THE RUN DATE'
                DELIMITED BY SIZE INTO CtlReason(CtlIdx)
            END-STRING
        WHEN CtlHdrSeqTok = SPACES
                OR FUNCTION TRIM(CtlHdrSeqTok) IS NOT NUMERIC
            MOVE 'HEADER SEQUENCE NUMBER IS NOT NUMERIC'
                TO CtlReason(CtlIdx)
        WHEN CtlTrlCountTok = SPACES
                OR FUNCTION TRIM(CtlTrlCountTok) IS NOT NUMERIC
            MOVE 'TRAILER RECORD COUNT IS NOT NUMERIC'
                TO CtlReason(CtlIdx)
        WHEN CtlTrlHashTok = SPACES
                OR FUNCTION TRIM(CtlTrlHashTok) IS NOT NUMERIC
            MOVE 'TRAILER HASH TOTAL IS NOT NUMERIC'
                TO CtlReason(CtlIdx)
        WHEN OTHER
            MOVE FUNCTION NUMVAL(CtlHdrSeqTok) TO CtlSeq(CtlIdx)
            MOVE FUNCTION NUMVAL(CtlTrlCountTok) TO CtlTrlCount(CtlIdx)
            MOVE FUNCTION NUMVAL(CtlTrlHashTok) TO CtlTrlHash(CtlIdx)
            IF CtlTrlCount(CtlIdx) NOT = ScanDataLines THEN
                MOVE CtlTrlCount(CtlIdx) TO CtlCountDisp
                MOVE ScanDataLines TO CtlCountDisp2
                STRING 'TRAILER COUNT ' FUNCTION TRIM(CtlCountDisp)
                    ' BUT FILE HOLDS ' FUNCTION TRIM(CtlCountDisp2)
                    ' LINES'
                    DELIMITED BY SIZE INTO CtlReason(CtlIdx)
                END-STRING
            ELSE
                IF CtlTrlHash(CtlIdx) NOT = ScanHash THEN
                    MOVE CtlTrlHash(CtlIdx) TO CtlHashDisp
                    MOVE ScanHash TO CtlHashDisp2
                    STRING 'TRAILER HASH ' FUNCTION TRIM(CtlHashDisp)
                        ' BUT LEVELS TOTAL '
                        FUNCTION TRIM(CtlHashDisp2)
                        DELIMITED BY SIZE INTO CtlReason(CtlIdx)
                    END-STRING
                END-IF
            END-IF
    END-EVALUATE

    IF CtlReason(CtlIdx) NOT = SPACES THEN
        MOVE 'Y' TO CtlRejected(CtlIdx)
        COMPUTE RejectedCount = RejectedCount + 1
        MOVE SPACES TO PfText
        STRING FUNCTION TRIM(CurrentInputFile) ' - '
            FUNCTION TRIM(CtlReason(CtlIdx))
            DELIMITED BY SIZE INTO PfText
        END-STRING
        PERFORM WritePreflightReject
        EXIT SECTION
    END-IF

    MOVE CtlTrlCount(CtlIdx) TO CtlCountDisp
    MOVE CtlSeq(CtlIdx) TO CtlSeqDisp
    MOVE SPACES TO PfText
    STRING 'CONTROL TOTALS BALANCE: ' FUNCTION TRIM(CurrentInputFile)
        ' ' FUNCTION TRIM(CtlSystem(CtlIdx)) ' SEQ '
        FUNCTION TRIM(CtlSeqDisp) ' DATE ' CtlBusDate(CtlIdx)
        ' LINES ' FUNCTION TRIM(CtlCountDisp)
        DELIMITED BY SIZE INTO PfText
    END-STRING
    PERFORM WritePreflightInfo
    PERFORM CheckCtlSequence
EXIT.

*>******************************************************************
CheckCtlSequence SECTION.
*>******************************************************************
    MOVE 0 TO CsFoundIdx
    MOVE 1 TO CsIdx
    PERFORM UNTIL CsIdx > CtlSeqCount OR CsFoundIdx > 0
        IF CsSystem(CsIdx) = CtlSystem(CtlIdx) THEN
            MOVE CsIdx TO CsFoundIdx
        END-IF
        COMPUTE CsIdx = CsIdx + 1
    END-PERFORM
    IF CsFoundIdx = 0 THEN
        *> First file from this system - nothing to compare with.
        IF CtlSeqCount < 50 THEN
            COMPUTE CtlSeqCount = CtlSeqCount + 1
            MOVE CtlSystem(CtlIdx) TO CsSystem(CtlSeqCount)
            MOVE 0 TO CsLastSeq(CtlSeqCount)
            MOVE SPACES TO CsLastDate(CtlSeqCount)
            MOVE CtlSeq(CtlIdx) TO CsSeenSeq(CtlSeqCount)
        END-IF
        EXIT SECTION
    END-IF
    IF CtlSeq(CtlIdx) NOT = CsSeenSeq(CsFoundIdx) + 1 THEN
        MOVE CtlSeq(CtlIdx) TO CtlSeqDisp
        MOVE CsSeenSeq(CsFoundIdx) TO CtlSeqDisp2
        MOVE SPACES TO PfText
        IF CtlSeq(CtlIdx) > CsSeenSeq(CsFoundIdx) THEN
            STRING 'SEQUENCE GAP: ' FUNCTION TRIM(CtlSystem(CtlIdx))
                ' SENT ' FUNCTION TRIM(CtlSeqDisp) ' AFTER '
                FUNCTION TRIM(CtlSeqDisp2) ' - FILE(S) MISSING? ('
                FUNCTION TRIM(CurrentInputFile) ')'
                DELIMITED BY SIZE INTO PfText
            END-STRING
        ELSE
            STRING 'SEQUENCE REPEAT: ' FUNCTION TRIM(CtlSystem(CtlIdx))
                ' SENT ' FUNCTION TRIM(CtlSeqDisp) ' AFTER '
                FUNCTION TRIM(CtlSeqDisp2) ' - RESEND? ('
                FUNCTION TRIM(CurrentInputFile) ')'
                DELIMITED BY SIZE INTO PfText
            END-STRING
        END-IF
        PERFORM WritePreflightInfo
    END-IF
    IF CtlSeq(CtlIdx) > CsSeenSeq(CsFoundIdx) THEN
        MOVE CtlSeq(CtlIdx) TO CsSeenSeq(CsFoundIdx)
    END-IF
EXIT.

*>******************************************************************
LoadCtlSeq SECTION.
*>******************************************************************
    MOVE 0 TO CtlSeqCount
    MOVE 'N' TO CtlSeqEOF
    OPEN INPUT CtlSeqFile
    IF CtlSeqFileStatus NOT = "00" THEN
        EXIT SECTION
    END-IF
    PERFORM UNTIL CtlSeqEOF = 'Y'
        READ CtlSeqFile
            AT END
                MOVE 'Y' TO CtlSeqEOF
            NOT AT END
                MOVE SPACES TO CsTokSystem CsTokSeq CsTokDate
                UNSTRING FUNCTION TRIM(CtlSeqRec)
                    DELIMITED BY ALL SPACES
                    INTO CsTokSystem, CsTokSeq, CsTokDate
                END-UNSTRING
                IF CsTokSystem NOT = SPACES
                        AND FUNCTION TRIM(CsTokSeq) IS NUMERIC
                        AND CtlSeqCount < 50 THEN
                    COMPUTE CtlSeqCount = CtlSeqCount + 1
                    MOVE CsTokSystem TO CsSystem(CtlSeqCount)
                    MOVE FUNCTION NUMVAL(CsTokSeq)
                        TO CsLastSeq(CtlSeqCount)
                    MOVE CsLastSeq(CtlSeqCount)
                        TO CsSeenSeq(CtlSeqCount)
                    MOVE CsTokDate TO CsLastDate(CtlSeqCount)
                END-IF
        END-READ
    END-PERFORM
    CLOSE CtlSeqFile
EXIT.

*>******************************************************************
PostCtlSequence SECTION.
*>******************************************************************
    *> Only a file actually taken in advances its system's sequence.
    MOVE 1 TO CsIdx
    PERFORM UNTIL CsIdx > CtlSeqCount
        IF CsSystem(CsIdx) = CtlSystem(CurCtlIdx)
                AND CtlSeq(CurCtlIdx) > CsLastSeq(CsIdx) THEN
            MOVE CtlSeq(CurCtlIdx) TO CsLastSeq(CsIdx)
            MOVE CtlBusDate(CurCtlIdx) TO CsLastDate(CsIdx)
            MOVE 'Y' TO CtlSeqChanged
        END-IF
        COMPUTE CsIdx = CsIdx + 1
    END-PERFORM
EXIT.

*>******************************************************************
WriteCtlSeq SECTION.
*>******************************************************************
    IF CtlSeqChanged = 'N' THEN
        EXIT SECTION
    END-IF
    OPEN OUTPUT CtlSeqFile
    IF CtlSeqFileStatus NOT = "00" THEN
        DISPLAY "WARNING: COULD NOT UPDATE CTLSEQ.TXT (STATUS "
                CtlSeqFileStatus ")"
        EXIT SECTION
    END-IF
    MOVE 1 TO CsIdx
    PERFORM UNTIL CsIdx > CtlSeqCount
        IF CsLastSeq(CsIdx) > 0 THEN
            MOVE CsSystem(CsIdx) TO CslSystem
            MOVE CsLastSeq(CsIdx) TO CslSeq
            MOVE CsLastDate(CsIdx) TO CslDate
            MOVE RunId TO CslRunId
            WRITE CtlSeqRec FROM CtlSeqLine
        END-IF
        COMPUTE CsIdx = CsIdx + 1
    END-PERFORM
    CLOSE CtlSeqFile
EXIT.

*>******************************************************************
ReportRejectedFile SECTION.
*>******************************************************************
    DISPLAY "REJECTED ON CONTROL RECORDS, NOT PROCESSED: "
            FUNCTION TRIM(CurrentInputFile) " - "
            FUNCTION TRIM(CtlReason(FileIndex))
    *> Same rule as a register skip: if this was the checkpointed
    *> file, the resume point is consumed.
    IF Resuming = 'Y' AND FileIndex = CkResumeFileIndex THEN
        MOVE 'N' TO Resuming
    END-IF
EXIT.

*>******************************************************************
LoadVerifyConfig SECTION.
*>******************************************************************
    *> Presence of verify.cfg switches the run to verify-only mode:
    *> two lines with the candidate MinDiff and MaxDiff, plus an
    *> optional third line naming a candidate dampener mode
    *> (EXHAUSTIVE or LEGACY) so a mode change can be rehearsed too.
    MOVE MinDiff TO CandMinDiff
    MOVE MaxDiff TO CandMaxDiff
    MOVE EvalMode TO CandEvalMode
    OPEN INPUT VerifyCfgFile
    IF VerifyCfgFileStatus = "00" THEN
        MOVE 'Y' TO VerifyOnly
        READ VerifyCfgFile INTO VerifyCfgRec
            AT END
                CONTINUE
            NOT AT END
                IF FUNCTION TRIM(VerifyCfgRec) IS NUMERIC THEN
                    MOVE FUNCTION TRIM(VerifyCfgRec) TO CandMinDiff
                ELSE
                    MOVE 'Y' TO VerMinInvalid
                END-IF
        END-READ
        READ VerifyCfgFile INTO VerifyCfgRec
            AT END
                CONTINUE
            NOT AT END
                IF FUNCTION TRIM(VerifyCfgRec) IS NUMERIC THEN
                    MOVE FUNCTION TRIM(VerifyCfgRec) TO CandMaxDiff
                ELSE
                    MOVE 'Y' TO VerMaxInvalid
                END-IF
        END-READ
        READ VerifyCfgFile INTO VerifyCfgRec
            AT END
                CONTINUE
            NOT AT END
                IF FUNCTION TRIM(VerifyCfgRec) NOT = SPACES THEN
                    MOVE FUNCTION UPPER-CASE(
                        FUNCTION TRIM(VerifyCfgRec)) TO DampModeTok
                    EVALUATE DampModeTok
                        WHEN 'EXHAUSTIVE'
                            MOVE 'E' TO CandEvalMode
                        CONTINUE
                    ELSE
                        MOVE FUNCTION TRIM(FileListRec) TO CurrentInputFile
                        IF FileIndex <= CtlCount
                                AND CtlRejected(FileIndex) = 'Y' THEN
                            PERFORM ReportRejectedFile
                        ELSE
                            IF VerifyOnly = 'Y' THEN
                                *> A rehearsal deliberately re-reads
                                *> already-processed files; the register
                                *> neither blocks nor records it.
                                MOVE 'N' TO RegSkipFile
                            ELSE
                                PERFORM CheckRegister
                            END-IF
                            IF RegSkipFile = 'Y' THEN
                                DISPLAY "SKIPPING ALREADY-PROCESSED FILE: "
                                        FUNCTION TRIM(CurrentInputFile)
                                        " (SEE PROCREG.TXT - LIST IT IN "
                                        "REPROCESS.CFG TO RERUN)"
                                *> If this was the checkpointed file, the
                                *> resume point is consumed by the skip -
                                *> otherwise the line-skip carries over
                                *> into the next file processed.
                                IF Resuming = 'Y'
                                        AND FileIndex = CkResumeFileIndex
                                        THEN
                                    MOVE 'N' TO Resuming
                                END-IF
                                MOVE 'SKIP' TO RlfType
                                MOVE 'ALREADY PROCESSED - SEE PROCREG.TXT'
                                    TO RlfNote
                                PERFORM WriteRunLogFileEvent
                            ELSE
                                IF VerifyOnly = 'Y' THEN
                                    MOVE 'N' TO VolHoldFile
                                ELSE
                                    PERFORM CheckVolume
                                END-IF
                                IF VolHoldFile = 'Y' THEN
                                    *> Same rule as a register skip: if
                                    *> this was the checkpointed file,
                                    *> the resume point is consumed.
                                    IF Resuming = 'Y'
                                            AND FileIndex = CkResumeFileIndex
                                            THEN
                                        MOVE 'N' TO Resuming
                                    END-IF
                                ELSE
                                    PERFORM ProcessOneFile
                                    IF FileWasProcessed = 'Y'
                                            AND VerifyOnly = 'N' THEN
                                        PERFORM RecordInRegister
                                    END-IF
                                END-IF
                            END-IF
                        END-IF
*>******************************************************************
LoadReleaseList SECTION.
*>******************************************************************
    *> Operator release of held files: release.cfg carries one card
    *> per file, or an ALL card - the same pattern reprocess.cfg uses
    *> (see ParseOverrideCard for the card layout).
    MOVE 0 TO ReleaseCount
    MOVE 'N' TO ReleaseAll
    MOVE 'N' TO VolEOF
                AT END
                    MOVE 'Y' TO VolEOF
                NOT AT END
                    IF FUNCTION TRIM(ReleaseRec) NOT = SPACES THEN
                        MOVE ReleaseRec TO OvrCardRec
                        MOVE 'RELEASE' TO OplCard
                        PERFORM ParseOverrideCard
                        IF OvrValid = 'Y' THEN
                            PERFORM TakeReleaseCard
                        END-IF
                    END-IF
            END-READ
    END-IF
EXIT.

*>******************************************************************
TakeReleaseCard SECTION.
*>******************************************************************
    IF OvrTok1 = 'ALL' THEN
        MOVE 'Y' TO ReleaseAll
        MOVE OvrTok2 TO ReleaseAllOper
        MOVE OvrTok3 TO ReleaseAllAppr
        MOVE OvrReasonTok TO ReleaseAllReason
        EXIT SECTION
    END-IF
    IF ReleaseCount < 100 THEN
        COMPUTE ReleaseCount = ReleaseCount + 1
        MOVE OvrTok1 TO ReleaseName(ReleaseCount)
        MOVE OvrTok2 TO ReleaseOper(ReleaseCount)
        MOVE OvrTok3 TO ReleaseAppr(ReleaseCount)
        MOVE OvrReasonTok TO ReleaseReason(ReleaseCount)
    END-IF
EXIT.

*>******************************************************************
ParseOverrideCard SECTION.
*>******************************************************************
    *> Splits OvrCardRec at the '|' into the target/operator/approver
    *> tokens and the reason, and refuses (logging it against the
    *> card type already in OplCard) a card that is short of any of
    *> them.
    MOVE SPACES TO OvrLeft OvrReasonTok OvrRefuseNote
    MOVE SPACES TO OvrTok1 OvrTok2 OvrTok3 OvrTok4
    UNSTRING OvrCardRec DELIMITED BY '|'
        INTO OvrLeft, OvrReasonTok
    END-UNSTRING
    MOVE FUNCTION TRIM(OvrReasonTok) TO OvrReasonTok
    UNSTRING FUNCTION TRIM(OvrLeft) DELIMITED BY ALL SPACES
        INTO OvrTok1, OvrTok2, OvrTok3, OvrTok4
    END-UNSTRING

    EVALUATE TRUE
        WHEN OvrTok2 = SPACES
            MOVE 'NO OPERATOR ID' TO OvrRefuseNote
        WHEN OvrTok1 = 'ALL' AND OvrTok3 = SPACES
            MOVE 'ALL NEEDS A SECOND APPROVER ID' TO OvrRefuseNote
        WHEN OvrTok3 NOT = SPACES AND OvrTok3 = OvrTok2
            MOVE 'APPROVER MUST DIFFER FROM OPERATOR' TO OvrRefuseNote
        WHEN OvrTok2(11:10) NOT = SPACES
                OR OvrTok3(11:10) NOT = SPACES
            MOVE 'OPERATOR/APPROVER ID OVER 10 CHARACTERS'
                TO OvrRefuseNote
        WHEN OvrTok4 NOT = SPACES
            MOVE 'UNEXPECTED TOKEN BEFORE THE |' TO OvrRefuseNote
        WHEN OvrReasonTok = SPACES
            MOVE 'NO REASON (| <REASON TEXT>)' TO OvrRefuseNote
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    IF OvrRefuseNote = SPACES THEN
        MOVE 'Y' TO OvrValid
    ELSE
        MOVE 'N' TO OvrValid
        DISPLAY "WARNING: " FUNCTION TRIM(OplCard) " CARD REFUSED - "
                FUNCTION TRIM(OvrRefuseNote) ": "
                FUNCTION TRIM(OvrCardRec)
        MOVE 'REFUSED' TO OplOutcome
        MOVE OvrTok2 TO OplOper
        MOVE OvrTok3 TO OplAppr
        MOVE OvrTok1 TO OplTarget
        MOVE OvrReasonTok TO OplReason
        MOVE OvrRefuseNote TO OplNote
        PERFORM WriteOpLog
    END-IF
EXIT.

*>******************************************************************
WriteOpLog SECTION.
*>******************************************************************
    MOVE RunId TO OplRunId
    MOVE 'DAYTWO' TO OplProgram
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
BuildSourceKey SECTION.
*>******************************************************************
CheckReleaseList SECTION.
*>******************************************************************
    MOVE 'N' TO VolReleased
    MOVE 0 TO ReleaseMatchIdx
    MOVE 1 TO RegIdx
    PERFORM UNTIL RegIdx > ReleaseCount
        IF ReleaseName(RegIdx) = CurrentInputFile THEN
            MOVE RegIdx TO ReleaseMatchIdx
        END-IF
        COMPUTE RegIdx = RegIdx + 1
    END-PERFORM

    *> The card naming the file is the one logged; ALL only covers
    *> what no card names.
    MOVE 'RELEASE' TO OplCard
    MOVE 'APPLIED' TO OplOutcome
    MOVE CurrentInputFile TO OplTarget
    IF ReleaseMatchIdx > 0 THEN
        MOVE 'Y' TO VolReleased
        MOVE ReleaseOper(ReleaseMatchIdx) TO OplOper
        MOVE ReleaseAppr(ReleaseMatchIdx) TO OplAppr
        MOVE ReleaseReason(ReleaseMatchIdx) TO OplReason
        MOVE 'LOW-VOLUME HOLD RELEASED' TO OplNote
        PERFORM WriteOpLog
    ELSE
        IF ReleaseAll = 'Y' THEN
            MOVE 'Y' TO VolReleased
            MOVE ReleaseAllOper TO OplOper
            MOVE ReleaseAllAppr TO OplAppr
            MOVE ReleaseAllReason TO OplReason
            MOVE 'LOW-VOLUME HOLD RELEASED BY ALL CARD' TO OplNote
            PERFORM WriteOpLog
        END-IF
    END-IF
EXIT.

*>******************************************************************
        DISPLAY "WARNING: COULD NOT UPDATE HOLDREG.TXT (STATUS "
                HoldRegFileStatus ")"
    END-IF
    MOVE 'HOLD' TO RlfType
    MOVE SPACES TO RlfNote
    STRING 'VOLUME HOLD - LINES ' FUNCTION TRIM(HrgLines)
        ' EXPECTED AVG ' FUNCTION TRIM(HrgAvg)
        DELIMITED BY SIZE INTO RlfNote
    END-STRING
    PERFORM WriteRunLogFileEvent
EXIT.

*>******************************************************************
        MOVE CkResumeFileReversalCounter TO FileReversalCounter
        MOVE CkResumeFileJumpBigCounter TO FileJumpBigCounter
        MOVE CkResumeFileJumpSmallCounter TO FileJumpSmallCounter
        MOVE CkResumeFileDuplicateCounter TO FileDuplicateCounter
    ELSE
        MOVE 0 TO FileCounter
        MOVE 0 TO FileStrictSafeCounter
        MOVE 0 TO FileReversalCounter
        MOVE 0 TO FileJumpBigCounter
        MOVE 0 TO FileJumpSmallCounter
        MOVE 0 TO FileDuplicateCounter
    END-IF

    INITIALIZE FileDiffStats
    MOVE SPACES TO SrcFileDisplay
    MOVE CurrentInputFile TO SrcFileDisplay

    *> A file that passed preflight with control records posts to its
    *> header's business date; any other file posts to the run date.
    MOVE 0 TO CurCtlIdx
    MOVE 'N' TO CurHasCtl
    MOVE RunDate TO CurBusDate
    MOVE 0 TO FileCtlLines
    MOVE 0 TO FileCtlHash
    IF FileIndex > 0 AND FileIndex <= CtlCount THEN
        IF CtlName(FileIndex) = CurrentInputFile
                AND CtlHasHdr(FileIndex) = 'Y'
                AND CtlRejected(FileIndex) = 'N' THEN
            MOVE FileIndex TO CurCtlIdx
            MOVE 'Y' TO CurHasCtl
            MOVE CtlBusDate(FileIndex) TO CurBusDate
        END-IF
    END-IF
    MOVE CurBusDate TO RptBusDate

    OPEN INPUT InputFile
    IF InputFileStatus = "35" THEN
        DISPLAY "WARNING: INPUT FILE NOT FOUND, SKIPPING: "
                    MOVE 'Y' TO EOF
                NOT AT END
                   COMPUTE LineNo = LineNo + 1
                   PERFORM ClassifyControlLine
                   IF IsControlLine = 'Y'
                           OR (Resuming = 'Y'
                               AND LineNo <= CkResumeLineNo) THEN
                       CONTINUE
                   ELSE
                       COMPUTE TotalLinesRead = TotalLinesRead + 1
                       COMPUTE FileLinesRead = FileLinesRead + 1
                       PERFORM ExtractReportId
                       IF VerifyOnly = 'N' AND ReportId NOT = SPACES THEN
                           PERFORM CheckDuplicate
                       ELSE
                           MOVE 'N' TO IsDuplicate
                       END-IF
                       IF IsDuplicate = 'Y' THEN
                           PERFORM RecordDuplicate
                       ELSE
                           PERFORM SelectToleranceProfile
                           CALL 'EvalLn' USING LevelsLn, Result,
                               DampenerUsed, Malformed, MalformedReason,
                               FailIdx, EffMinDiff, EffMaxDiff, LnStats,
                               OverBy, EvalMode
                           IF Malformed = 'N'
                                   AND AppliedProfile NOT = SPACES THEN
                               COMPUTE ProfiledLineCount
                                   = ProfiledLineCount + 1
                           END-IF
                           IF Malformed = 'N' THEN
                               PERFORM AccumulateLineStats
                           END-IF
                           IF VerifyOnly = 'Y' AND Malformed = 'N' THEN
                               PERFORM EvalCandidateBounds
                           END-IF

                           MOVE LineNo TO RptSeq
                           MOVE SrcFileDisplay TO RptFile
                           MOVE SPACES TO RptReason
                           IF Malformed = 'Y' THEN
                               COMPUTE ExceptionCounter = ExceptionCounter + 1
                               COMPUTE FileExceptionCounter = FileExceptionCounter + 1
                               MOVE "MALFORMED" TO RptStatus
                               MOVE LineNo TO ExcSeq
                               MOVE SrcFileDisplay TO ExcFile
                               MOVE MalformedReason TO ExcReason
                               MOVE Ln TO ExcLn
                               IF VerifyOnly = 'N' THEN
                                   WRITE ExceptionsRec FROM ExceptionsLine
                               END-IF
                               MOVE 'E' TO UpdCategory
                               MOVE MalformedReason TO UpdReason
                           ELSE
                               IF Result = 1 THEN
                                   COMPUTE Counter = Counter + 1
                                   COMPUTE FileCounter = FileCounter + 1
                                   MOVE "SAFE" TO RptStatus
                                   MOVE 'S' TO UpdCategory
                                   MOVE SPACES TO UpdReason
                                   IF DampenerUsed = 'Y' THEN
                                       COMPUTE DampenerSafeCounter = DampenerSafeCounter + 1
                                       COMPUTE FileDampenerSafeCounter = FileDampenerSafeCounter + 1
                                   ELSE
                                       COMPUTE StrictSafeCounter = StrictSafeCounter + 1
                                       COMPUTE FileStrictSafeCounter = FileStrictSafeCounter + 1
                                   END-IF
                               ELSE
                                   MOVE "UNSAFE" TO RptStatus
                                   EVALUATE Result
                                       WHEN 2
                                           MOVE "DIRECTION REVERSAL" TO RptReason
                                           COMPUTE ReversalCounter = ReversalCounter + 1
                                           COMPUTE FileReversalCounter = FileReversalCounter + 1
                                       WHEN 3
                                           MOVE "JUMP TOO LARGE" TO RptReason
                                           COMPUTE JumpBigCounter = JumpBigCounter + 1
                                           COMPUTE FileJumpBigCounter = FileJumpBigCounter + 1
                                       WHEN 4
                                           MOVE "JUMP TOO SMALL/ZERO" TO RptReason
                                           COMPUTE JumpSmallCounter = JumpSmallCounter + 1
                                           COMPUTE FileJumpSmallCounter = FileJumpSmallCounter + 1
                                       WHEN OTHER
                                           MOVE SPACES TO RptReason
                                   END-EVALUATE

                                   MOVE LineNo TO RwkSeq
                                   MOVE SrcFileDisplay TO RwkFile
                                   MOVE RptReason TO RwkReason
                                   MOVE FailIdx TO RwkFailIdx
                                   MOVE Ln TO RwkLn
                                   PERFORM GradeSeverity
                                   MOVE SevGrade TO RwkSev
                                   MOVE OverBy TO RwkOverBy
                                   IF VerifyOnly = 'N' THEN
                                       WRITE ReworkRec FROM ReworkLine
                                   END-IF
                                   MOVE 'U' TO UpdCategory
                                   MOVE RptReason TO UpdReason
                               END-IF
                           END-IF
                           MOVE Ln TO RptLn
                           IF AppliedProfile = SPACES THEN
                               MOVE 'GLOBAL' TO RptProfile
                           ELSE
                               MOVE AppliedProfile TO RptProfile
                           END-IF
                           IF VerifyOnly = 'N' THEN
                               WRITE ReportRec FROM ReportLine
                           END-IF

                           *> A rehearsal never flushes the delta table,
                           *> so it must not fill it either.
                           IF VerifyOnly = 'N'
                                   AND ReportId NOT = SPACES THEN
                               PERFORM CheckSourceRegistry
                               IF SrcPostable = 'Y' THEN
                                   PERFORM AccumulateSrcDay
                               END-IF
                           END-IF
                       END-IF

                       *> Checkpoint on an interval, not per line -
        END-PERFORM
        CLOSE InputFile

        IF CurHasCtl = 'Y' THEN
            PERFORM CheckFileControlTotals
        END-IF

        DISPLAY "===== FILE TOTALS: " FUNCTION TRIM(SrcFileDisplay) " ====="
        DISPLAY "TOTAL LINES READ"
        DISPLAY FileLinesRead
        DISPLAY FileDampenerSafeCounter
        DISPLAY "EXCEPTIONS (MALFORMED LINES)"
        DISPLAY FileExceptionCounter
        DISPLAY "DUPLICATES (NOT COUNTED)"
        DISPLAY FileDuplicateCounter

        PERFORM AddFileSummary

        IF VerifyOnly = 'N' THEN
            PERFORM TakeCheckpoint
        END-IF
        *> Posted after the checkpoint: a resume re-completes the
        *> checkpointed file from its carried counters, so the
        *> checkpoint's business-date table must not hold it yet.
        PERFORM AccumulateBusDay
        IF CurHasCtl = 'Y' AND VerifyOnly = 'N' THEN
            PERFORM PostCtlSequence
        END-IF
    END-IF

    IF FileWasProcessed = 'Y' THEN
        COMPUTE FilesProcessed = FilesProcessed + 1
    END-IF

    MOVE 'N' TO Resuming
EXIT.

*>******************************************************************
ClassifyControlLine SECTION.
*>******************************************************************
    *> The header, the trailer and the padding after it are not
    *> readings. Everything between them is re-totalled as it is
    *> read - skipped resume lines included - to prove the file is
    *> still the one preflight balanced.
    MOVE 'N' TO IsControlLine
    IF CurHasCtl = 'N' THEN
        EXIT SECTION
    END-IF
    IF LineNo = 1 OR LineNo >= CtlTrlLine(CurCtlIdx) THEN
        MOVE 'Y' TO IsControlLine
        EXIT SECTION
    END-IF
    COMPUTE FileCtlLines = FileCtlLines + 1
    MOVE FUNCTION TRIM(Ln) TO HashWorkLn
    PERFORM ComputeLineHash
    COMPUTE FileCtlHash = FileCtlHash + LineHash
EXIT.

*>******************************************************************
CheckFileControlTotals SECTION.
*>******************************************************************
    IF FileCtlLines = CtlTrlCount(CurCtlIdx)
            AND FileCtlHash = CtlTrlHash(CurCtlIdx) THEN
        EXIT SECTION
    END-IF
    COMPUTE CtlBreakCount = CtlBreakCount + 1
    MOVE FileCtlLines TO CtlCountDisp
    MOVE CtlTrlCount(CurCtlIdx) TO CtlCountDisp2
    MOVE FileCtlHash TO CtlHashDisp
    MOVE CtlTrlHash(CurCtlIdx) TO CtlHashDisp2
    DISPLAY "ERROR: CONTROL TOTALS BROKEN READING "
            FUNCTION TRIM(SrcFileDisplay) " - READ "
            FUNCTION TRIM(CtlCountDisp) " LINES HASH "
            FUNCTION TRIM(CtlHashDisp) ", TRAILER SAYS "
            FUNCTION TRIM(CtlCountDisp2) " LINES HASH "
            FUNCTION TRIM(CtlHashDisp2)
            " (FILE CHANGED SINCE PREFLIGHT?)"
EXIT.

*>******************************************************************
AccumulateBusDay SECTION.
*>******************************************************************
    MOVE 0 TO BdFoundIdx
    MOVE 1 TO BdIdx
    PERFORM UNTIL BdIdx > BusDayCount OR BdFoundIdx > 0
        IF BdDate(BdIdx) = CurBusDate THEN
            MOVE BdIdx TO BdFoundIdx
        END-IF
        COMPUTE BdIdx = BdIdx + 1
    END-PERFORM
    IF BdFoundIdx = 0 THEN
        IF BusDayCount = 100 THEN
            IF BdOverflow = 'N' THEN
                MOVE 'Y' TO BdOverflow
                DISPLAY "WARNING: MORE THAN 100 BUSINESS DATES IN ONE "
                        "RUN - EXCESS LEFT OUT OF HISTORY.TXT"
            END-IF
            EXIT SECTION
        END-IF
        PERFORM InsertBusDay
    END-IF
    COMPUTE BdLines(BdFoundIdx) = BdLines(BdFoundIdx)
        + FileLinesRead - FileDuplicateCounter
    COMPUTE BdSafe(BdFoundIdx) = BdSafe(BdFoundIdx) + FileCounter
    COMPUTE BdUnsafe(BdFoundIdx) = BdUnsafe(BdFoundIdx)
        + FileLinesRead - FileCounter - FileExceptionCounter
        - FileDuplicateCounter
    COMPUTE BdExc(BdFoundIdx) = BdExc(BdFoundIdx)
        + FileExceptionCounter
    COMPUTE BdRev(BdFoundIdx) = BdRev(BdFoundIdx)
        + FileReversalCounter
    COMPUTE BdBig(BdFoundIdx) = BdBig(BdFoundIdx)
        + FileJumpBigCounter
    COMPUTE BdSmall(BdFoundIdx) = BdSmall(BdFoundIdx)
        + FileJumpSmallCounter
    COMPUTE BdDup(BdFoundIdx) = BdDup(BdFoundIdx)
        + FileDuplicateCounter
EXIT.

*>******************************************************************
InsertBusDay SECTION.
*>******************************************************************
    *> Kept in date order so history.txt gets the days oldest first.
    MOVE BusDayCount TO BdIdx
    MOVE 'N' TO BdSlotFound
    PERFORM UNTIL BdIdx = 0 OR BdSlotFound = 'Y'
        IF BdDate(BdIdx) <= CurBusDate THEN
            MOVE 'Y' TO BdSlotFound
        ELSE
            MOVE BusDayEntry(BdIdx) TO BusDayEntry(BdIdx + 1)
            COMPUTE BdIdx = BdIdx - 1
        END-IF
    END-PERFORM
    COMPUTE BdFoundIdx = BdIdx + 1
    COMPUTE BusDayCount = BusDayCount + 1
    MOVE CurBusDate TO BdDate(BdFoundIdx)
    MOVE 0 TO BdLines(BdFoundIdx)
    MOVE 0 TO BdSafe(BdFoundIdx)
    MOVE 0 TO BdUnsafe(BdFoundIdx)
    MOVE 0 TO BdExc(BdFoundIdx)
    MOVE 0 TO BdRev(BdFoundIdx)
    MOVE 0 TO BdBig(BdFoundIdx)
    MOVE 0 TO BdSmall(BdFoundIdx)
    MOVE 0 TO BdDup(BdFoundIdx)
EXIT.

*>******************************************************************
SeedBusDaysFromCheckpoint SECTION.
*>******************************************************************
    MOVE 0 TO BusDayCount
    IF ResumeBusDayCount > 0 THEN
        MOVE 1 TO BdIdx
        PERFORM UNTIL BdIdx > ResumeBusDayCount
            MOVE ResumeBusDayEntry(BdIdx) TO BusDayEntry(BdIdx)
            COMPUTE BdIdx = BdIdx + 1
        END-PERFORM
        MOVE ResumeBusDayCount TO BusDayCount
        EXIT SECTION
    END-IF
    *> A checkpoint cut before business dates were carried: every
    *> file it completed was posted to the run date, so the run date
    *> gets the run totals less the file still in progress.
    IF CkResumeTotalLinesRead > CkResumeFileLinesRead THEN
        MOVE 1 TO BusDayCount
        MOVE RunDate TO BdDate(1)
        COMPUTE BdLines(1) = CkResumeTotalLinesRead
            - CkResumeDuplicateCounter
            - CkResumeFileLinesRead + CkResumeFileDuplicateCounter
        COMPUTE BdSafe(1) = CkResumeCounter - CkResumeFileCounter
        COMPUTE BdExc(1) = CkResumeExceptionCounter
            - CkResumeFileExceptionCounter
        COMPUTE BdUnsafe(1) = BdLines(1) - BdSafe(1) - BdExc(1)
        COMPUTE BdRev(1) = CkResumeReversalCounter
            - CkResumeFileReversalCounter
        COMPUTE BdBig(1) = CkResumeJumpBigCounter
            - CkResumeFileJumpBigCounter
        COMPUTE BdSmall(1) = CkResumeJumpSmallCounter
            - CkResumeFileJumpSmallCounter
        COMPUTE BdDup(1) = CkResumeDuplicateCounter
            - CkResumeFileDuplicateCounter
    END-IF
EXIT.

*>******************************************************************
OpenRunOutputs SECTION.
*>******************************************************************
    OPEN OUTPUT ReportFile
    OPEN OUTPUT ExceptionsFile
    OPEN OUTPUT ReworkFile
    OPEN OUTPUT SrcChkFile
    PERFORM WriteSrcChkHeading
    OPEN OUTPUT DupesFile
    MOVE 'Y' TO OutputsOpen
EXIT.

*>******************************************************************
OpenDupChk SECTION.
*>******************************************************************
    *> The seen-line index is per run date, so the first run of the
    *> day creates it and every later run (or resume) that day keeps
    *> adding to it.
    OPEN I-O DupChkFile
    IF DupChkFileStatus = "35" THEN
        OPEN OUTPUT DupChkFile
        IF DupChkFileStatus = "00" THEN
            CLOSE DupChkFile
            OPEN I-O DupChkFile
        END-IF
    END-IF
    IF DupChkFileStatus = "00" THEN
        MOVE 'Y' TO DupChkAvailable
    ELSE
        MOVE 'N' TO DupChkAvailable
        DISPLAY "WARNING: " FUNCTION TRIM(DupChkFileName)
                " UNAVAILABLE (STATUS " DupChkFileStatus
                ") - DUPLICATE TRANSMISSION CHECK SKIPPED"
    END-IF
EXIT.

*>******************************************************************
CheckDuplicate SECTION.
*>******************************************************************
    MOVE 'N' TO IsDuplicate
    IF DupChkAvailable = 'N' THEN
        EXIT SECTION
    END-IF
    MOVE IdWorkLn TO DupChkKey
    READ DupChkFile
        INVALID KEY
            MOVE IdWorkLn TO DupChkKey
            MOVE SrcFileDisplay TO DupChkOrigFile
            MOVE LineNo TO DupChkOrigLine
            MOVE RunId TO DupChkOrigRun
            WRITE DupChkRec
                INVALID KEY
                    DISPLAY "WARNING: COULD NOT RECORD LINE IN "
                            FUNCTION TRIM(DupChkFileName)
                            " (STATUS " DupChkFileStatus ")"
            END-WRITE
        NOT INVALID KEY
            IF DupChkOrigFile NOT = SrcFileDisplay
                    OR DupChkOrigLine NOT = LineNo THEN
                MOVE 'Y' TO IsDuplicate
            END-IF
    END-READ
EXIT.

*>******************************************************************
RecordDuplicate SECTION.
*>******************************************************************
    *> The repeat still gets its report line, so the report
    *> generation keeps one record per physical line read.
    COMPUTE DuplicateCounter = DuplicateCounter + 1
    COMPUTE FileDuplicateCounter = FileDuplicateCounter + 1

    MOVE LineNo TO DplSeq
    MOVE SrcFileDisplay TO DplFile
    MOVE DupChkOrigFile TO DplOrigFile
    MOVE DupChkOrigLine TO DplOrigLine
    MOVE DupChkOrigRun TO DplOrigRun
    MOVE Ln TO DplLn
    WRITE DupesRec FROM DupesLine

    MOVE LineNo TO RptSeq
    MOVE SrcFileDisplay TO RptFile
    MOVE 'DUPLICATE' TO RptStatus
    MOVE 'REPEAT - NOT COUNTED' TO RptReason
    MOVE Ln TO RptLn
    MOVE SPACES TO RptProfile
    WRITE ReportRec FROM ReportLine
EXIT.

*>******************************************************************
WriteSrcChkHeading SECTION.
*>******************************************************************
    MOVE RunDate TO SchDate
    WRITE SrcChkRec FROM SrcChkHeading
EXIT.

*>******************************************************************
OpenSrcRegistry SECTION.
*>******************************************************************
    *> Opened for keyed lookups only - DayTwo never updates the
    *> registry. Absent means no registry check; present but
    *> unreadable is a preflight error, because quietly dropping the
    *> check would let unregistered ids back onto the master.
    OPEN INPUT SrcRegFile
    EVALUATE SrcRegFileStatus
        WHEN "00"
            MOVE 'Y' TO RegistryAvailable
        WHEN "35"
            MOVE 'N' TO RegistryAvailable
        WHEN OTHER
            MOVE 'N' TO RegistryAvailable
            MOVE 'Y' TO RegistryUnreadable
    END-EVALUATE
EXIT.

*>******************************************************************
CheckSourceRegistry SECTION.
*>******************************************************************
    MOVE 'Y' TO SrcPostable
    IF RegistryAvailable = 'N' THEN
        EXIT SECTION
    END-IF
    *> Lines from one source arrive together, so the last verdict is
    *> kept to spare the table search on nearly every line.
    IF ReportId NOT = LastCheckedId THEN
        PERFORM LookupSourceVerdict
        MOVE ReportId TO LastCheckedId
        MOVE SrcVerdict TO LastCheckedVerdict
    END-IF
    IF LastCheckedVerdict = 'U' OR LastCheckedVerdict = 'R' THEN
        MOVE 'N' TO SrcPostable
    END-IF
EXIT.

*>******************************************************************
LookupSourceVerdict SECTION.
*>******************************************************************
    MOVE 0 TO RsFoundIdx
    MOVE 1 TO RsIdx
    PERFORM UNTIL RsIdx > RunSrcCount OR RsFoundIdx > 0
        IF RsId(RsIdx) = ReportId THEN
            MOVE RsIdx TO RsFoundIdx
        END-IF
        COMPUTE RsIdx = RsIdx + 1
    END-PERFORM
    IF RsFoundIdx > 0 THEN
        MOVE RsVerdict(RsFoundIdx) TO SrcVerdict
        EXIT SECTION
    END-IF

    MOVE ReportId TO SrcRegReportId
    READ SrcRegFile
        INVALID KEY
            MOVE 'U' TO SrcVerdict
        NOT INVALID KEY
            EVALUATE SrcRegStatus
                WHEN 'RETIRED'
                    MOVE 'R' TO SrcVerdict
                WHEN 'SUSPENDED'
                    MOVE 'S' TO SrcVerdict
                WHEN OTHER
                    MOVE 'A' TO SrcVerdict
            END-EVALUATE
    END-READ

    IF RunSrcCount < 2000 THEN
        COMPUTE RunSrcCount = RunSrcCount + 1
        MOVE ReportId TO RsId(RunSrcCount)
        MOVE SrcVerdict TO RsVerdict(RunSrcCount)
    ELSE
        IF RsOverflow = 'N' THEN
            MOVE 'Y' TO RsOverflow
            DISPLAY "WARNING: MORE THAN 2000 DISTINCT REPORT IDS THIS "
                    "RUN - UNREGISTERED IDS PAST THAT POINT MAY BE "
                    "LISTED MORE THAN ONCE IN "
                    FUNCTION TRIM(SrcChkFileName)
        END-IF
    END-IF

    *> First sighting this run of an id the registry doesn't vouch
    *> for - list it once, with where it was first seen.
    IF SrcVerdict = 'U' OR SrcVerdict = 'R' THEN
        IF SrcVerdict = 'U' THEN
            MOVE 'UNREGISTERED' TO SckType
            COMPUTE UnregIdCount = UnregIdCount + 1
        ELSE
            MOVE 'RETIRED' TO SckType
            COMPUTE RetiredIdCount = RetiredIdCount + 1
        END-IF
        MOVE ReportId TO SckId
        MOVE SrcFileDisplay TO SckFile
        MOVE LineNo TO SckLine
        WRITE SrcChkRec FROM SrcChkIdLine
    END-IF
EXIT.

*>******************************************************************
LoadSrcChkGeneration SECTION.
*>******************************************************************
    MOVE 'N' TO SrcChkEOF
    OPEN INPUT SrcChkFile
    IF SrcChkFileStatus NOT = "00" THEN
        EXIT SECTION
    END-IF
    PERFORM UNTIL SrcChkEOF = 'Y'
        READ SrcChkFile
            AT END
                MOVE 'Y' TO SrcChkEOF
            NOT AT END
                IF (SrcChkRec(1:12) = 'UNREGISTERED'
                        OR SrcChkRec(1:12) = 'RETIRED')
                        AND RunSrcCount < 2000 THEN
                    COMPUTE RunSrcCount = RunSrcCount + 1
                    MOVE SrcChkRec(15:20) TO RsId(RunSrcCount)
                    IF SrcChkRec(1:12) = 'RETIRED' THEN
                        MOVE 'R' TO RsVerdict(RunSrcCount)
                        COMPUTE RetiredIdCount = RetiredIdCount + 1
                    ELSE
                        MOVE 'U' TO RsVerdict(RunSrcCount)
                        COMPUTE UnregIdCount = UnregIdCount + 1
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SrcChkFile
EXIT.

*>******************************************************************
WriteNoShowList SECTION.
*>******************************************************************
    *> Every ACTIVE source expected on today's weekday whose master
    *> record was not posted today sent nothing usable - a silent
    *> sensor is as much a problem as an unsafe one. Runs only when
    *> this run opened its generations, so an all-skipped rerun
    *> leaves the day's list alone.
    IF RegistryAvailable = 'N' OR OutputsOpen = 'N' THEN
        EXIT SECTION
    END-IF
    IF MasterAvailable = 'N' THEN
        MOVE 'NO-SHOW CHECK SKIPPED - MASTER FILE UNAVAILABLE'
            TO SrcChkRec
        WRITE SrcChkRec
        EXIT SECTION
    END-IF

    *> Day 1 of the integer-date calendar (1601-01-01) was a Monday,
    *> so this gives 1 = Monday through 7 = Sunday, matching the
    *> registry's day mask.
    COMPUTE DowInt =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RunId(1:8)))
    COMPUTE TodayDow = FUNCTION MOD(DowInt - 1, 7) + 1

    MOVE 0 TO NoShowCount
    MOVE 'N' TO SrcRegEOF
    MOVE LOW-VALUES TO SrcRegReportId
    START SrcRegFile KEY IS NOT LESS THAN SrcRegReportId
        INVALID KEY
            MOVE 'Y' TO SrcRegEOF
    END-START
    PERFORM UNTIL SrcRegEOF = 'Y'
        READ SrcRegFile NEXT
            AT END
                MOVE 'Y' TO SrcRegEOF
            NOT AT END
                IF SrcRegStatus = 'ACTIVE'
                        AND SrcRegDays(TodayDow:1) NOT = '-'
                        AND SrcRegDays(TodayDow:1) NOT = SPACE THEN
                    PERFORM CheckOneNoShow
                END-IF
        END-READ
    END-PERFORM

    IF NoShowCount > 0 THEN
        DISPLAY NoShowCount " EXPECTED SOURCE(S) SENT NOTHING TODAY - "
                "SEE " FUNCTION TRIM(SrcChkFileName)
    END-IF
    IF UnregIdCount > 0 OR RetiredIdCount > 0 THEN
        DISPLAY UnregIdCount " UNREGISTERED AND " RetiredIdCount
                " RETIRED REPORT ID(S) KEPT OFF THE MASTER - SEE "
                FUNCTION TRIM(SrcChkFileName)
    END-IF
EXIT.

*>******************************************************************
CheckOneNoShow SECTION.
*>******************************************************************
    MOVE SrcRegReportId TO MasterReportId
    READ MasterFile
        INVALID KEY
            MOVE 'NEVER' TO SnsLastSeen
        NOT INVALID KEY
            IF MasterLastRunDate = RunDate THEN
                EXIT SECTION
            END-IF
            MOVE MasterLastRunDate TO SnsLastSeen
    END-READ
    COMPUTE NoShowCount = NoShowCount + 1
    MOVE SrcRegReportId TO SnsId
    MOVE SrcRegSite TO SnsSite
    MOVE SrcRegCrew TO SnsCrew
    MOVE SrcRegDays TO SnsDays
    WRITE SrcChkRec FROM SrcChkNoShowLine
EXIT.

*>******************************************************************
        MOVE RunId TO RlsTs
        MOVE SPACES TO RlsMode
        MOVE SPACES TO RlsNote
        MOVE SPACES TO RlsCfgVer
        STRING 'ABENDED - RESUMED BY RUN ' RunId
            DELIMITED BY SIZE INTO RlsNote
        END-STRING
    ELSE
        MOVE SPACES TO RlsNote
    END-IF
    MOVE CfgVerText TO RlsCfgVer
    WRITE RunLogRec FROM RunLogStartLine

    MOVE 1 TO CtlIdx
    PERFORM UNTIL CtlIdx > CtlCount
        IF CtlRejected(CtlIdx) = 'Y' THEN
            MOVE RunId TO RlfRunId
            MOVE 'REJCT' TO RlfType
            MOVE CtlName(CtlIdx) TO RlfFile
            MOVE CtlReason(CtlIdx) TO RlfNote
            WRITE RunLogRec FROM RunLogFileLine
        END-IF
        COMPUTE CtlIdx = CtlIdx + 1
    END-PERFORM
    CLOSE RunLogFile
EXIT.

*>******************************************************************
WriteRunLogFileEvent SECTION.
*>******************************************************************
    *> A file the run turned away (held, or already processed) is
    *> logged against the run id so the turnover can name it.
    OPEN EXTEND RunLogFile
    IF RunLogFileStatus = "35" THEN
        OPEN OUTPUT RunLogFile
    END-IF
    IF RunLogFileStatus NOT = "00" THEN
        DISPLAY "WARNING: COULD NOT OPEN RUNLOG.TXT (STATUS "
                RunLogFileStatus ")"
        EXIT SECTION
    END-IF
    MOVE RunId TO RlfRunId
    MOVE CurrentInputFile TO RlfFile
    WRITE RunLogRec FROM RunLogFileLine
    CLOSE RunLogFile
EXIT.

LoadReprocessList SECTION.
*>******************************************************************
    *> Operator override for a deliberate reprocess: reprocess.cfg
    *> carries one card per file, or an ALL card to readmit everything.
    MOVE 0 TO ReprocCount
    MOVE 'N' TO ReprocAll
    MOVE 'N' TO RegEOF
                AT END
                    MOVE 'Y' TO RegEOF
                NOT AT END
                    IF FUNCTION TRIM(ReprocessRec) NOT = SPACES THEN
                        MOVE ReprocessRec TO OvrCardRec
                        MOVE 'REPROCESS' TO OplCard
                        PERFORM ParseOverrideCard
                        IF OvrValid = 'Y' THEN
                            PERFORM TakeReprocessCard
                        END-IF
                    END-IF
            END-READ
    END-IF
EXIT.

*>******************************************************************
TakeReprocessCard SECTION.
*>******************************************************************
    IF OvrTok1 = 'ALL' THEN
        MOVE 'Y' TO ReprocAll
        MOVE OvrTok2 TO ReprocAllOper
        MOVE OvrTok3 TO ReprocAllAppr
        MOVE OvrReasonTok TO ReprocAllReason
        EXIT SECTION
    END-IF
    IF ReprocCount < 100 THEN
        COMPUTE ReprocCount = ReprocCount + 1
        MOVE OvrTok1 TO ReprocName(ReprocCount)
        MOVE OvrTok2 TO ReprocOper(ReprocCount)
        MOVE OvrTok3 TO ReprocAppr(ReprocCount)
        MOVE OvrReasonTok TO ReprocReason(ReprocCount)
    END-IF
EXIT.

*>******************************************************************
CheckRegister SECTION.
*>******************************************************************
    END-PERFORM

    IF RegFound = 'Y' THEN
        MOVE 0 TO ReprocMatchIdx
        MOVE 1 TO RegIdx
        PERFORM UNTIL RegIdx > ReprocCount
            IF ReprocName(RegIdx) = CurrentInputFile THEN
                MOVE RegIdx TO ReprocMatchIdx
            END-IF
            COMPUTE RegIdx = RegIdx + 1
        END-PERFORM
        MOVE 'REPROCESS' TO OplCard
        MOVE 'APPLIED' TO OplOutcome
        MOVE CurrentInputFile TO OplTarget
        IF ReprocMatchIdx > 0 THEN
            MOVE 'Y' TO RegOverride
            MOVE ReprocOper(ReprocMatchIdx) TO OplOper
            MOVE ReprocAppr(ReprocMatchIdx) TO OplAppr
            MOVE ReprocReason(ReprocMatchIdx) TO OplReason
            MOVE 'ALREADY-PROCESSED FILE READ AGAIN' TO OplNote
        ELSE
            IF ReprocAll = 'Y' THEN
                MOVE 'Y' TO RegOverride
                MOVE ReprocAllOper TO OplOper
                MOVE ReprocAllAppr TO OplAppr
                MOVE ReprocAllReason TO OplReason
                MOVE 'READ AGAIN BY ALL CARD' TO OplNote
            END-IF
        END-IF
        IF RegOverride = 'Y' THEN
            DISPLAY "OPERATOR OVERRIDE: REPROCESSING "
                    FUNCTION TRIM(CurrentInputFile)
                    " (" FUNCTION TRIM(OplOper) ")"
            PERFORM WriteOpLog
        ELSE
            MOVE 'Y' TO RegSkipFile
        END-IF
*>******************************************************************
CheckSafetyRate SECTION.
*>******************************************************************
    *> Duplicates were never evaluated, so they are no part of the
    *> rate either way.
    IF TotalLinesRead - DuplicateCounter = 0 THEN
        MOVE 0 TO SafePct
    ELSE
        COMPUTE SafePct = (Counter * 100)
            / (TotalLinesRead - DuplicateCounter)
    END-IF

    DISPLAY "SAFETY RATE PCT"
        MOVE FileDampenerSafeCounter TO FsDamp(FileSumCount)
        COMPUTE FsUnsafe(FileSumCount) = FileLinesRead
            - FileCounter - FileExceptionCounter
            - FileDuplicateCounter
        MOVE FileDuplicateCounter TO FsDup(FileSumCount)
        MOVE FileExceptionCounter TO FsExc(FileSumCount)
        MOVE FileReversalCounter TO FsRev(FileSumCount)
        MOVE FileJumpBigCounter TO FsBig(FileSumCount)
    COMPUTE SumPageNo = SumPageNo + 1
    MOVE RunDate TO SumHdDate
    MOVE SumPageNo TO SumHdPage
    MOVE CfgVerText TO SumHdCfgVer
    WRITE SummaryRec FROM SummaryHeading1
    WRITE SummaryRec FROM SummaryHeading2
    MOVE 2 TO SumLineCount
        MOVE FsDamp(SumIdx) TO SumDamp
        MOVE FsUnsafe(SumIdx) TO SumUnsafe
        MOVE FsExc(SumIdx) TO SumExc
        IF FsLines(SumIdx) - FsDup(SumIdx) = 0 THEN
            MOVE 0 TO FsRate
        ELSE
            COMPUTE FsRate =
                ((FsStrict(SumIdx) + FsDamp(SumIdx)) * 100)
                / (FsLines(SumIdx) - FsDup(SumIdx))
        END-IF
        MOVE FsRate TO SumRate
        MOVE FsRev(SumIdx) TO SumRev
        MOVE FsBig(SumIdx) TO SumBig
        MOVE FsSmall(SumIdx) TO SumSmall
        MOVE FsDup(SumIdx) TO SumDup
        WRITE SummaryRec FROM SummaryDetailLine
        COMPUTE SumLineCount = SumLineCount + 1
        COMPUTE SumIdx = SumIdx + 1
    WRITE SummaryRec FROM SummaryTotalLine
    MOVE 'UNSAFE' TO SumTotLabel
    COMPUTE UnsafeCounter = TotalLinesRead - Counter
        - ExceptionCounter - DuplicateCounter
    MOVE UnsafeCounter TO SumTotValue
    WRITE SummaryRec FROM SummaryTotalLine
    MOVE 'EXCEPTIONS (MALFORMED)' TO SumTotLabel
    MOVE ExceptionCounter TO SumTotValue
    WRITE SummaryRec FROM SummaryTotalLine
    MOVE 'DUPLICATES (NOT COUNTED)' TO SumTotLabel
    MOVE DuplicateCounter TO SumTotValue
    WRITE SummaryRec FROM SummaryTotalLine

    *> Reason mix - which failure mode drove the day's unsafe count.
    MOVE 'UNSAFE: DIRECTION REVERSAL' TO SumTotLabel
    MOVE SafePct TO SumTotValue
    WRITE SummaryRec FROM SummaryTotalLine

    IF RegistryAvailable = 'Y' THEN
        MOVE 'UNREGISTERED IDS (NOT POSTED)' TO SumTotLabel
        MOVE UnregIdCount TO SumTotValue
        WRITE SummaryRec FROM SummaryTotalLine
        MOVE 'RETIRED IDS (NOT POSTED)' TO SumTotLabel
        MOVE RetiredIdCount TO SumTotValue
        WRITE SummaryRec FROM SummaryTotalLine
        MOVE 'EXPECTED SOURCES NOT SEEN' TO SumTotLabel
        MOVE NoShowCount TO SumTotValue
        WRITE SummaryRec FROM SummaryTotalLine
    END-IF

    CLOSE SummaryFile
EXIT.

*>******************************************************************
WriteHistory SECTION.
*>******************************************************************
    *> One line per business date the run posted files to; a late
    *> file lands on its own day and TrendRpt merges it there.
    IF BusDayCount > 0 THEN
        OPEN EXTEND HistoryFile
        IF HistoryFileStatus = "35" THEN
            OPEN OUTPUT HistoryFile
        END-IF
        MOVE CfgVerText TO HistCfgVer
        MOVE 1 TO BdIdx
        PERFORM UNTIL BdIdx > BusDayCount
            MOVE BdDate(BdIdx) TO HistRunDate
            MOVE BdLines(BdIdx) TO HistTotalLines
            MOVE BdSafe(BdIdx) TO HistSafeCount
            MOVE BdUnsafe(BdIdx) TO HistUnsafeCount
            MOVE BdExc(BdIdx) TO HistExceptionCount
            MOVE BdRev(BdIdx) TO HistRevCount
            MOVE BdBig(BdIdx) TO HistBigCount
            MOVE BdSmall(BdIdx) TO HistSmallCount
            MOVE BdDup(BdIdx) TO HistDupCount
            WRITE HistoryRec FROM HistoryLine
            COMPUTE BdIdx = BdIdx + 1
        END-PERFORM
        CLOSE HistoryFile
        EXIT SECTION
    END-IF

    COMPUTE UnsafeCounter = TotalLinesRead - Counter - ExceptionCounter
        - DuplicateCounter

    MOVE RunDate TO HistRunDate
    MOVE CfgVerText TO HistCfgVer

    *> The day's total is the lines that were actually counted, so
    *> the trend rate is not diluted by retransmissions; the
    *> duplicates ride along at the end of the line.
    COMPUTE HistTotalLines = TotalLinesRead - DuplicateCounter
    MOVE Counter TO HistSafeCount
    MOVE UnsafeCounter TO HistUnsafeCount
    MOVE ExceptionCounter TO HistExceptionCount
    MOVE ReversalCounter TO HistRevCount
    MOVE JumpBigCounter TO HistBigCount
    MOVE JumpSmallCounter TO HistSmallCount
    MOVE DuplicateCounter TO HistDupCount

    OPEN EXTEND HistoryFile
    IF HistoryFileStatus = "35" THEN
    MOVE 1 TO SdIdx
    PERFORM UNTIL SdIdx > SrcDayCount
        MOVE SdId(SdIdx) TO ShId
        MOVE CurBusDate TO ShDate
        MOVE SdSafe(SdIdx) TO ShSafe
        MOVE SdUnsafe(SdIdx) TO ShUnsafe
        MOVE SdExc(SdIdx) TO ShExc
    MOVE 0 TO SrcDayCount
EXIT.

*>******************************************************************
CorrelateIncidents SECTION.
*>******************************************************************
    *> Read back from the closed report generation rather than the
    *> source delta table, which is emptied at every checkpoint: the
    *> generation holds the whole run, including the part done before
    *> an abend this run resumed.
    PERFORM LoadIncidentCfg
    PERFORM LoadRunSources
    IF IncSrcCount = 0 THEN
        EXIT SECTION
    END-IF
    PERFORM LoadIncidents

    MOVE 1 TO IsIdx
    PERFORM UNTIL IsIdx > IncSrcCount
        IF IsGrouped(IsIdx) = 'N' AND IsFam(IsIdx) > 0 THEN
            PERFORM CheckFamilyDay
        END-IF
        COMPUTE IsIdx = IsIdx + 1
    END-PERFORM

    IF IncAppendOpen = 'Y' THEN
        CLOSE IncidentFile
    END-IF
    IF IncMbrAppendOpen = 'Y' THEN
        CLOSE IncMbrFile
    END-IF
    IF IncRaisedCount > 0 OR IncMembersAdded > 0 THEN
        DISPLAY IncRaisedCount " INCIDENT(S) RAISED, "
                IncMembersAdded " SOURCE(S) ATTACHED - SEE "
                "INCIDENTS.TXT"
    END-IF
EXIT.

*>******************************************************************
LoadIncidentCfg SECTION.
*>******************************************************************
    OPEN INPUT IncCfgFile
    IF IncCfgFileStatus NOT = "00" THEN
        EXIT SECTION
    END-IF
    READ IncCfgFile
        AT END
            CONTINUE
        NOT AT END
            MOVE SPACES TO IncTokPct IncTokMin
            UNSTRING FUNCTION TRIM(IncCfgRec) DELIMITED BY ALL SPACES
                INTO IncTokPct, IncTokMin
            END-UNSTRING
            IF FUNCTION TRIM(IncTokPct) IS NUMERIC
                    AND FUNCTION TRIM(IncTokMin) IS NUMERIC
                    AND FUNCTION NUMVAL(IncTokPct) >= 1
                    AND FUNCTION NUMVAL(IncTokPct) <= 100
                    AND FUNCTION NUMVAL(IncTokMin) >= 2 THEN
                MOVE FUNCTION NUMVAL(IncTokPct) TO IncPct
                MOVE FUNCTION NUMVAL(IncTokMin) TO IncMinMembers
            ELSE
                DISPLAY "WARNING: INCIDENT.CFG INVALID - USING "
                        IncPct "% OF A FAMILY, MINIMUM "
                        IncMinMembers " SOURCES"
            END-IF
    END-READ
    CLOSE IncCfgFile
EXIT.

*>******************************************************************
LoadRunSources SECTION.
*>******************************************************************
    MOVE 0 TO IncSrcCount
    MOVE 'N' TO IncEOF
    OPEN INPUT ReportFile
    IF ReportFileStatus NOT = "00" THEN
        EXIT SECTION
    END-IF
    PERFORM UNTIL IncEOF = 'Y'
        READ ReportFile
            AT END
                MOVE 'Y' TO IncEOF
            NOT AT END
                MOVE ReportRec TO IncRptFields
                IF (IrpRunId = RunId
                        OR (WasResumed = 'Y'
                            AND IrpRunId = CkResumeRunId))
                        AND IrpStatus NOT = 'DUPLICATE' THEN
                    PERFORM NoteRunSource
                END-IF
        END-READ
    END-PERFORM
    CLOSE ReportFile
EXIT.

*>******************************************************************
NoteRunSource SECTION.
*>******************************************************************
    MOVE IrpLn TO Ln
    PERFORM ExtractReportId
    IF ReportId = SPACES THEN
        EXIT SECTION
    END-IF
    MOVE IrpBusDate TO IncWorkDate
    IF IncWorkDate = SPACES THEN
        MOVE RunDate TO IncWorkDate
    END-IF

    MOVE 0 TO IsFoundIdx
    MOVE 1 TO IsScan
    PERFORM UNTIL IsScan > IncSrcCount OR IsFoundIdx > 0
        IF IsId(IsScan) = ReportId
                AND IsDate(IsScan) = IncWorkDate THEN
            MOVE IsScan TO IsFoundIdx
        END-IF
        COMPUTE IsScan = IsScan + 1
    END-PERFORM
    IF IsFoundIdx = 0 THEN
        IF IncSrcCount >= 2000 THEN
            IF IncSrcOverflow = 'N' THEN
                MOVE 'Y' TO IncSrcOverflow
                DISPLAY "WARNING: MORE THAN 2000 SOURCES THIS RUN - "
                        "EXCESS LEFT OUT OF INCIDENT CHECK"
            END-IF
            EXIT SECTION
        END-IF
        COMPUTE IncSrcCount = IncSrcCount + 1
        MOVE IncSrcCount TO IsFoundIdx
        MOVE ReportId TO IsId(IsFoundIdx)
        MOVE IncWorkDate TO IsDate(IsFoundIdx)
        MOVE 'NNN' TO IsRsnFlags(IsFoundIdx)
        MOVE 'N' TO IsGrouped(IsFoundIdx)
        PERFORM FindIncFamily
        MOVE IncFamIdx TO IsFam(IsFoundIdx)
    END-IF

    IF IrpStatus = 'UNSAFE' THEN
        EVALUATE IrpReason
            WHEN 'DIRECTION REVERSAL'
                MOVE 'Y' TO IsRsnFlags(IsFoundIdx)(1:1)
            WHEN 'JUMP TOO LARGE'
                MOVE 'Y' TO IsRsnFlags(IsFoundIdx)(2:1)
            WHEN 'JUMP TOO SMALL/ZERO'
                MOVE 'Y' TO IsRsnFlags(IsFoundIdx)(3:1)
        END-EVALUATE
    END-IF
EXIT.

*>******************************************************************
FindIncFamily SECTION.
*>******************************************************************
    *> Family = longest matching prefix profile. An exact-id profile
    *> sets a sensor's bounds but not its family.
    MOVE 0 TO IncFamIdx
    MOVE 0 TO IncFamLen
    MOVE 1 TO ProfIdx
    PERFORM UNTIL ProfIdx > ProfileCount
        IF ProfPrefix(ProfIdx) = 'Y'
                AND ProfIdLen(ProfIdx) > IncFamLen
                AND ReportId(1:ProfIdLen(ProfIdx))
                    = ProfId(ProfIdx)(1:ProfIdLen(ProfIdx)) THEN
            MOVE ProfIdx TO IncFamIdx
            MOVE ProfIdLen(ProfIdx) TO IncFamLen
        END-IF
        COMPUTE ProfIdx = ProfIdx + 1
    END-PERFORM
EXIT.

*>******************************************************************
LoadIncidents SECTION.
*>******************************************************************
    MOVE 0 TO NextIncNo
    MOVE 0 TO OpenIncCount
    MOVE 0 TO IncMbrCount
    MOVE 'N' TO IncEOF
    OPEN INPUT IncidentFile
    IF IncidentFileStatus = "00" THEN
        PERFORM UNTIL IncEOF = 'Y'
            READ IncidentFile
                AT END
                    MOVE 'Y' TO IncEOF
                NOT AT END
                    IF FUNCTION TRIM(IncidentRec) NOT = SPACES THEN
                        MOVE IncidentRec TO IncidentLine
                        IF IncNo > NextIncNo THEN
                            MOVE IncNo TO NextIncNo
                        END-IF
                        IF IncStatus = 'OPEN'
                                AND OpenIncCount < 200 THEN
                            COMPUTE OpenIncCount = OpenIncCount + 1
                            MOVE IncNo TO OiNo(OpenIncCount)
                            MOVE IncFamily TO OiFamily(OpenIncCount)
                            MOVE IncReason TO OiReason(OpenIncCount)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IncidentFile
    END-IF

    MOVE 'N' TO IncEOF
    OPEN INPUT IncMbrFile
    IF IncMbrFileStatus = "00" THEN
        PERFORM UNTIL IncEOF = 'Y'
            READ IncMbrFile
                AT END
                    MOVE 'Y' TO IncEOF
                NOT AT END
                    MOVE IncMbrRec TO IncMbrLine
                    IF ImbStatus = 'MEMBER'
                            AND IncMbrCount < 2000 THEN
                        COMPUTE IncMbrCount = IncMbrCount + 1
                        MOVE ImbNo TO ImtNo(IncMbrCount)
                        MOVE ImbId TO ImtId(IncMbrCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IncMbrFile
    END-IF
EXIT.

*>******************************************************************
CheckFamilyDay SECTION.
*>******************************************************************
    MOVE IsFam(IsIdx) TO IncGrpFam
    MOVE IsDate(IsIdx) TO IncGrpDate
    MOVE 0 TO IncGrpReporting
    MOVE 0 TO IncGrpFail(1) IncGrpFail(2) IncGrpFail(3)
    MOVE IsIdx TO IsScan
    PERFORM UNTIL IsScan > IncSrcCount
        IF IsFam(IsScan) = IncGrpFam
                AND IsDate(IsScan) = IncGrpDate THEN
            MOVE 'Y' TO IsGrouped(IsScan)
            COMPUTE IncGrpReporting = IncGrpReporting + 1
            MOVE 1 TO IncRsnIdx
            PERFORM UNTIL IncRsnIdx > 3
                IF IsRsnFlags(IsScan)(IncRsnIdx:1) = 'Y' THEN
                    COMPUTE IncGrpFail(IncRsnIdx) =
                        IncGrpFail(IncRsnIdx) + 1
                END-IF
                COMPUTE IncRsnIdx = IncRsnIdx + 1
            END-PERFORM
        END-IF
        COMPUTE IsScan = IsScan + 1
    END-PERFORM

    MOVE 1 TO IncRsnIdx
    PERFORM UNTIL IncRsnIdx > 3
        IF IncGrpFail(IncRsnIdx) >= IncMinMembers
                AND IncGrpFail(IncRsnIdx) * 100
                    >= IncPct * IncGrpReporting THEN
            PERFORM RecordIncident
        END-IF
        COMPUTE IncRsnIdx = IncRsnIdx + 1
    END-PERFORM
EXIT.

*>******************************************************************
RecordIncident SECTION.
*>******************************************************************
    MOVE SPACES TO IncFamName
    STRING ProfId(IncGrpFam)(1:ProfIdLen(IncGrpFam)) '*'
        DELIMITED BY SIZE INTO IncFamName
    END-STRING
    EVALUATE IncRsnIdx
        WHEN 1
            MOVE 'DIRECTION REVERSAL' TO IncRsnName
        WHEN 2
            MOVE 'JUMP TOO LARGE' TO IncRsnName
        WHEN 3
            MOVE 'JUMP TOO SMALL/ZERO' TO IncRsnName
    END-EVALUATE

    MOVE 0 TO IncFoundNo
    MOVE 1 TO OiIdx
    PERFORM UNTIL OiIdx > OpenIncCount OR IncFoundNo > 0
        IF OiFamily(OiIdx) = IncFamName
                AND OiReason(OiIdx) = IncRsnName THEN
            MOVE OiNo(OiIdx) TO IncFoundNo
        END-IF
        COMPUTE OiIdx = OiIdx + 1
    END-PERFORM

    IF IncFoundNo = 0 THEN
        IF IncAppendOpen = 'N' THEN
            OPEN EXTEND IncidentFile
            IF IncidentFileStatus = "35" THEN
                OPEN OUTPUT IncidentFile
            END-IF
            IF IncidentFileStatus NOT = "00" THEN
                DISPLAY "WARNING: COULD NOT OPEN INCIDENTS.TXT (STATUS "
                        IncidentFileStatus ") - NO INCIDENT RAISED"
                EXIT SECTION
            END-IF
            MOVE 'Y' TO IncAppendOpen
        END-IF
        COMPUTE NextIncNo = NextIncNo + 1
        MOVE NextIncNo TO IncFoundNo
        MOVE SPACES TO IncidentLine
        MOVE IncFoundNo TO IncNo
        MOVE 'OPEN' TO IncStatus
        MOVE IncFamName TO IncFamily
        MOVE IncRsnName TO IncReason
        MOVE IncGrpDate TO IncBusDate
        MOVE IncGrpFail(IncRsnIdx) TO IncMembers
        MOVE IncGrpReporting TO IncReporting
        MOVE RunId TO IncOpenRun
        MOVE RunDate TO IncOpenDate
        WRITE IncidentRec FROM IncidentLine
        COMPUTE IncRaisedCount = IncRaisedCount + 1
        IF OpenIncCount < 200 THEN
            COMPUTE OpenIncCount = OpenIncCount + 1
            MOVE IncFoundNo TO OiNo(OpenIncCount)
            MOVE IncFamName TO OiFamily(OpenIncCount)
            MOVE IncRsnName TO OiReason(OpenIncCount)
        END-IF
        DISPLAY "INCIDENT " IncFoundNo " RAISED: "
                FUNCTION TRIM(IncFamName) " "
                FUNCTION TRIM(IncRsnName) " - "
                IncGrpFail(IncRsnIdx) " OF " IncGrpReporting
                " SOURCES ON " IncGrpDate
    ELSE
        DISPLAY "INCIDENT " IncFoundNo " STILL OPEN: "
                FUNCTION TRIM(IncFamName) " "
                FUNCTION TRIM(IncRsnName) " - "
                IncGrpFail(IncRsnIdx) " OF " IncGrpReporting
                " SOURCES ON " IncGrpDate
    END-IF

    MOVE 1 TO IsScan
    PERFORM UNTIL IsScan > IncSrcCount
        IF IsFam(IsScan) = IncGrpFam
                AND IsDate(IsScan) = IncGrpDate
                AND IsRsnFlags(IsScan)(IncRsnIdx:1) = 'Y' THEN
            PERFORM AttachIncMember
        END-IF
        COMPUTE IsScan = IsScan + 1
    END-PERFORM
EXIT.

*>******************************************************************
AttachIncMember SECTION.
*>******************************************************************
    MOVE 'N' TO IncMemberFound
    MOVE 1 TO ImtIdx
    PERFORM UNTIL ImtIdx > IncMbrCount OR IncMemberFound = 'Y'
        IF ImtNo(ImtIdx) = IncFoundNo
                AND ImtId(ImtIdx) = IsId(IsScan) THEN
            MOVE 'Y' TO IncMemberFound
        END-IF
        COMPUTE ImtIdx = ImtIdx + 1
    END-PERFORM
    IF IncMemberFound = 'Y' THEN
        EXIT SECTION
    END-IF

    IF IncMbrAppendOpen = 'N' THEN
        OPEN EXTEND IncMbrFile
        IF IncMbrFileStatus = "35" THEN
            OPEN OUTPUT IncMbrFile
        END-IF
        IF IncMbrFileStatus NOT = "00" THEN
            DISPLAY "WARNING: COULD NOT OPEN INCMBR.TXT (STATUS "
                    IncMbrFileStatus ") - MEMBERS NOT RECORDED"
            EXIT SECTION
        END-IF
        MOVE 'Y' TO IncMbrAppendOpen
    END-IF
    MOVE SPACES TO IncMbrLine
    MOVE IncFoundNo TO ImbNo
    MOVE 'MEMBER' TO ImbStatus
    MOVE IsId(IsScan) TO ImbId
    MOVE IsDate(IsScan) TO ImbBusDate
    MOVE 'DAYTWO' TO ImbAddedBy
    MOVE RunId TO ImbAddedRun
    WRITE IncMbrRec FROM IncMbrLine
    COMPUTE IncMembersAdded = IncMembersAdded + 1
    IF IncMbrCount < 2000 THEN
        COMPUTE IncMbrCount = IncMbrCount + 1
        MOVE IncFoundNo TO ImtNo(IncMbrCount)
        MOVE IsId(IsScan) TO ImtId(IncMbrCount)
    END-IF
EXIT.

*>******************************************************************
ReconcileOutputs SECTION.
*>******************************************************************
    *> so its return code is not overwritten by the safety-rate check.
    MOVE 'N' TO OutOfBalance
    COMPUTE UnsafeCounter = TotalLinesRead - Counter - ExceptionCounter
        - DuplicateCounter

    MOVE 0 TO RecReportLines
    MOVE 'N' TO RecEOF
        CLOSE ReworkFile
    END-IF

    MOVE 0 TO RecDupesLines
    MOVE 'N' TO RecEOF
    OPEN INPUT DupesFile
    IF DupesFileStatus = "00" THEN
        PERFORM UNTIL RecEOF = 'Y'
            READ DupesFile
                AT END
                    MOVE 'Y' TO RecEOF
                NOT AT END
                    COMPUTE RecDupesLines = RecDupesLines + 1
            END-READ
        END-PERFORM
        CLOSE DupesFile
    END-IF

    COMPUTE RecSafeSum = StrictSafeCounter + DampenerSafeCounter
    *> Every line read is exactly one of safe, unsafe by reason,
    *> exception or duplicate - built from the counters that were
    *> each incremented on their own, not from the derived unsafe
    *> figure, so a line counted twice or not at all shows here.
    COMPUTE RecCrossFoot = Counter + ReversalCounter + JumpBigCounter
        + JumpSmallCounter + ExceptionCounter + DuplicateCounter

    OPEN OUTPUT BalanceFile
    MOVE SPACES TO BalanceRec
    STRING '===== OUTPUT RECONCILIATION =====  RUN ' RunId
        DELIMITED BY SIZE INTO BalanceRec
    END-STRING
    WRITE BalanceRec

    MOVE 'REPORT LINES' TO BalLabel
    END-IF
    WRITE BalanceRec FROM BalanceDetailLine

    MOVE 'DUPLICATE LINES' TO BalLabel
    MOVE RecDupesLines TO BalActual
    MOVE DuplicateCounter TO BalExpected
    IF RecDupesLines = DuplicateCounter THEN
        MOVE 'IN BALANCE' TO BalVerdict
    ELSE
        MOVE 'OUT OF BALANCE' TO BalVerdict
        MOVE 'Y' TO OutOfBalance
    END-IF
    WRITE BalanceRec FROM BalanceDetailLine

    MOVE 'SAFE STRICT + DAMPENER' TO BalLabel
    MOVE RecSafeSum TO BalActual
    MOVE Counter TO BalExpected
    END-IF
    WRITE BalanceRec FROM BalanceDetailLine

    MOVE 'SAFE+UNSAFE+EXC+DUP' TO BalLabel
    MOVE RecCrossFoot TO BalActual
    MOVE TotalLinesRead TO BalExpected
    IF RecCrossFoot = TotalLinesRead THEN
        MOVE 'IN BALANCE' TO BalVerdict
    ELSE
        MOVE 'OUT OF BALANCE' TO BalVerdict
        MOVE 'Y' TO OutOfBalance
    END-IF
    WRITE BalanceRec FROM BalanceDetailLine

    *> A file that balanced to its trailer in preflight but not when
    *> it was read was changed under the run.
    MOVE 'CONTROL TOTAL BREAKS' TO BalLabel
    MOVE CtlBreakCount TO BalActual
    MOVE 0 TO BalExpected
    IF CtlBreakCount = 0 THEN
        MOVE 'IN BALANCE' TO BalVerdict
    ELSE
        MOVE 'OUT OF BALANCE' TO BalVerdict
        MOVE 'Y' TO OutOfBalance
    END-IF
    WRITE BalanceRec FROM BalanceDetailLine

    IF OutOfBalance = 'Y' THEN
        MOVE 'STATUS: OUT OF BALANCE - HOLD DOWNSTREAM JOBS'
            TO BalanceRec
    WRITE BalanceRec
    CLOSE BalanceFile

    *> Out of balance outranks a safety breach (1) and rejected
    *> files (4) - see the precedence in the mainline.
    IF OutOfBalance = 'Y' THEN
        DISPLAY "ERROR: OUTPUT FILES OUT OF BALANCE - SEE BALANCE.TXT"
        MOVE 2 TO RETURN-CODE
                MOVE CkUsingFileList TO CkResumeUsingFileList
                MOVE CkInputFile TO CkResumeInputFile
                MOVE CkRunId TO CkResumeRunId
                *> Checkpoints cut before duplicate detection end at
                *> the run id - no duplicates were counted then.
                IF CkDuplicateCounter IS NUMERIC THEN
                    MOVE CkDuplicateCounter
                        TO CkResumeDuplicateCounter
                ELSE
                    MOVE 0 TO CkResumeDuplicateCounter
                END-IF
                IF CkFileDuplicateCounter IS NUMERIC THEN
                    MOVE CkFileDuplicateCounter
                        TO CkResumeFileDuplicateCounter
                ELSE
                    MOVE 0 TO CkResumeFileDuplicateCounter
                END-IF
                PERFORM LoadCheckpointBusDays
        END-READ
        CLOSE CheckpointFile
    END-IF
EXIT.

*>******************************************************************
LoadCheckpointBusDays SECTION.
*>******************************************************************
    MOVE 0 TO ResumeBusDayCount
    MOVE 'N' TO CkBdEOF
    PERFORM UNTIL CkBdEOF = 'Y'
        READ CheckpointFile
            AT END
                MOVE 'Y' TO CkBdEOF
            NOT AT END
                IF CbdTag = 'BUSDY' AND ResumeBusDayCount < 100 THEN
                    COMPUTE ResumeBusDayCount = ResumeBusDayCount + 1
                    MOVE CbdDate TO RbdDate(ResumeBusDayCount)
                    MOVE CbdLines TO RbdLines(ResumeBusDayCount)
                    MOVE CbdSafe TO RbdSafe(ResumeBusDayCount)
                    MOVE CbdUnsafe TO RbdUnsafe(ResumeBusDayCount)
                    MOVE CbdExc TO RbdExc(ResumeBusDayCount)
                    MOVE CbdRev TO RbdRev(ResumeBusDayCount)
                    MOVE CbdBig TO RbdBig(ResumeBusDayCount)
                    MOVE CbdSmall TO RbdSmall(ResumeBusDayCount)
                    MOVE CbdDup TO RbdDup(ResumeBusDayCount)
                END-IF
        END-READ
    END-PERFORM
EXIT.

*>******************************************************************
TakeCheckpoint SECTION.
*>******************************************************************
    MOVE UsingFileList TO CkUsingFileList
    MOVE CurrentInputFile TO CkInputFile
    MOVE RunId TO CkRunId
    MOVE DuplicateCounter TO CkDuplicateCounter
    MOVE FileDuplicateCounter TO CkFileDuplicateCounter
    WRITE CheckpointRec
    MOVE 1 TO BdIdx
    PERFORM UNTIL BdIdx > BusDayCount
        MOVE 'BUSDY' TO CbdTag
        MOVE BdDate(BdIdx) TO CbdDate
        MOVE BdLines(BdIdx) TO CbdLines
        MOVE BdSafe(BdIdx) TO CbdSafe
        MOVE BdUnsafe(BdIdx) TO CbdUnsafe
        MOVE BdExc(BdIdx) TO CbdExc
        MOVE BdRev(BdIdx) TO CbdRev
        MOVE BdBig(BdIdx) TO CbdBig
        MOVE BdSmall(BdIdx) TO CbdSmall
        MOVE BdDup(BdIdx) TO CbdDup
        WRITE CheckpointBusDayRec
        COMPUTE BdIdx = BdIdx + 1
    END-PERFORM
    CLOSE CheckpointFile
EXIT.

