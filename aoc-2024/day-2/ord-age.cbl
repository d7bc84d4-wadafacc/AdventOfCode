DATA DIVISION.
FILE SECTION.
FD OrdersFile.
01 OrdersRec PIC X(210).

FD OrdAgeCfgFile.
01 OrdAgeCfgRec PIC X(20).
    05 OwlSeq           PIC X(5).
    05 FILLER           PIC X(2).
    05 OwlFile          PIC X(30).
    05 FILLER           PIC X(2).
    05 OwlAction        PIC X(12).
    05 FILLER           PIC X(2).
    05 OwlActionDate    PIC X(10).
    05 FILLER           PIC X(2).
    05 OwlCrew          PIC X(10).

01 OrdAgeHeading.
    05 FILLER           PIC X(34)
    05 FILLER           PIC X(3) VALUE 'SEV'.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FILLER           PIC X(20) VALUE 'REASON'.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 FILLER           PIC X(23) VALUE 'LAST FIELD ACTION'.
01 OrdAgeDetailLine.
    05 OadNo            PIC 9(6).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 OadSev           PIC X.
    05 FILLER           PIC X(4) VALUE SPACES.
    05 OadReason        PIC X(20).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 OadAction        PIC X(12).
    05 FILLER           PIC X(1) VALUE SPACES.
    05 OadActionDate    PIC X(10).
01 OrdAgeTotalLine.
    05 OatLabel         PIC X(30).
    05 FILLER           PIC X(2) VALUE SPACES.
        MOVE OrderAgeDays TO OadAge
        MOVE OwlSev TO OadSev
        MOVE OwlReason TO OadReason
        *> A NOACCESS visit leaves the order open; show the crew's
        *> last attempt so the supervisor knows it was tried.
        MOVE OwlAction TO OadAction
        MOVE OwlActionDate TO OadActionDate
        WRITE OrdAgeRptRec FROM OrdAgeDetailLine
    END-IF
EXIT.
