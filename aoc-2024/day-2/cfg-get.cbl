IDENTIFICATION DIVISION.
       PROGRAM-ID. CfgGet.

      *>   Returns one configuration file as it stood in the version of
      *>   the configuration register (cfgreg.txt, kept by DayTwo) that
      *>   was in force on a given date - the last version registered
      *>   on or before it. Lets a program re-run under the bounds a
      *>   past day was judged with instead of today's cards. An
      *>   AsOfDate of 'V' and a version number (V3, V00003) asks for
      *>   that version itself rather than the one in force on a date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CfgRegFile ASSIGN TO 'cfgreg.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CfgRegFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CfgRegFile.
       01 CfgRegRec         PIC X(140).

       LOCAL-STORAGE SECTION.
           01 CfgRegFileStatus PIC XX.
           01 CfgRegEOF     PIC X      VALUE 'N'.
           01 InForce       PIC X      VALUE 'N'.
           01 FileIsMissing PIC X      VALUE 'N'.
           01 ByVersion     PIC X      VALUE 'N'.
           01 WantVerText   PIC X(9).
           01 WantVer       PIC 9(5)   VALUE 0.

      *>   Register records, as DayTwo writes them.
           01 CfgRegVerIn.
               05 CrvTag        PIC X(4).
               05 FILLER        PIC X(2).
               05 CrvVer        PIC 9(5).
               05 FILLER        PIC X(2).
               05 CrvRunId      PIC X(14).
               05 FILLER        PIC X(2).
               05 CrvDate       PIC X(10).
               05 FILLER        PIC X(2).
               05 CrvPrint      PIC X(18).
           01 CfgRegLineIn.
               05 CrlTag        PIC X(4).
               05 FILLER        PIC X(2).
               05 CrlVer        PIC 9(5).
               05 FILLER        PIC X(2).
               05 CrlFile       PIC X(14).
               05 FILLER        PIC X(2).
               05 CrlText       PIC X(100).

       LINKAGE SECTION.
           01 AsOfDate      PIC X(10). *> yyyy-mm-dd, or V<version>
           01 CfgFileName   PIC X(14). *> e.g. tolerance.cfg
           01 CfgStatus     PIC X.    *> F = found in the version,
                                       *> M = file was missing then,
                                       *> N = no version on/before date
                                       *>     (or no such version),
                                       *> E = no register
           01 CfgVersion    PIC 9(5).
           01 CfgVerDate    PIC X(10).
           01 CfgLineCount  PIC 9(3).
           01 CfgLines.
               05 CfgLine   OCCURS 100 TIMES
                            PIC X(100).

       PROCEDURE DIVISION USING AsOfDate, CfgFileName, CfgStatus,
               CfgVersion, CfgVerDate, CfgLineCount, CfgLines.

           PERFORM MainSection.
           EXIT PROGRAM.

       MainSection SECTION.
           MOVE 'N' TO CfgStatus
           MOVE 0 TO CfgVersion
           MOVE SPACES TO CfgVerDate
           MOVE 0 TO CfgLineCount
           MOVE 'N' TO FileIsMissing
           MOVE 'N' TO InForce
           MOVE 'N' TO ByVersion
           IF AsOfDate(1:1) = 'V' THEN
               MOVE FUNCTION TRIM(AsOfDate(2:9)) TO WantVerText
               IF WantVerText = SPACES
                       OR FUNCTION TRIM(WantVerText) IS NOT NUMERIC THEN
                   EXIT SECTION
               END-IF
               MOVE FUNCTION NUMVAL(WantVerText) TO WantVer
               MOVE 'Y' TO ByVersion
           END-IF

           OPEN INPUT CfgRegFile
           IF CfgRegFileStatus NOT = "00" THEN
               MOVE 'E' TO CfgStatus
               EXIT SECTION
           END-IF

           *> Versions are appended in date order, so each VER on or
           *> before the date supersedes the last one and the first
           *> one after it ends the search.
           MOVE 'N' TO CfgRegEOF
           PERFORM UNTIL CfgRegEOF = 'Y'
               READ CfgRegFile
                   AT END
                       MOVE 'Y' TO CfgRegEOF
                   NOT AT END
                       IF CfgRegRec(1:4) = 'VER ' THEN
                           MOVE CfgRegRec TO CfgRegVerIn
                           IF ByVersion = 'Y' THEN
                               PERFORM TakeWantedVersion
                           ELSE
                               IF CrvDate <= AsOfDate THEN
                                   MOVE 'Y' TO InForce
                                   MOVE CrvVer TO CfgVersion
                                   MOVE CrvDate TO CfgVerDate
                                   MOVE 0 TO CfgLineCount
                                   MOVE 'N' TO FileIsMissing
                               ELSE
                                   MOVE 'Y' TO CfgRegEOF
                               END-IF
                           END-IF
                       ELSE
                           IF InForce = 'Y' THEN
                               PERFORM TakeRegisterLine
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CfgRegFile

           IF InForce = 'N' THEN
               MOVE 'N' TO CfgStatus
           ELSE
               IF FileIsMissing = 'Y' THEN
                   MOVE 'M' TO CfgStatus
               ELSE
                   MOVE 'F' TO CfgStatus
               END-IF
           END-IF
       EXIT.

       TakeWantedVersion SECTION.
           *> Only the asked-for version's own records are kept; the
           *> next VER after it ends the search.
           IF InForce = 'Y' THEN
               MOVE 'Y' TO CfgRegEOF
               EXIT SECTION
           END-IF
           IF CrvVer = WantVer THEN
               MOVE 'Y' TO InForce
               MOVE CrvVer TO CfgVersion
               MOVE CrvDate TO CfgVerDate
           END-IF
       EXIT.

       TakeRegisterLine SECTION.
           MOVE CfgRegRec TO CfgRegLineIn
           IF CrlVer NOT = CfgVersion OR CrlFile NOT = CfgFileName THEN
               EXIT SECTION
           END-IF
           IF CrlTag = 'MISS' THEN
               MOVE 'Y' TO FileIsMissing
               EXIT SECTION
           END-IF
           IF CrlTag = 'LINE' AND CfgLineCount < 100 THEN
               COMPUTE CfgLineCount = CfgLineCount + 1
               MOVE CrlText TO CfgLine(CfgLineCount)
           END-IF
       EXIT.

      *>******************************************************************
       END PROGRAM CfgGet.
