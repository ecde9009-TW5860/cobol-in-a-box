    05 WO-ESTIMATED-COST PIC 9(7)V99.
    05 WO-ACTUAL-COST PIC 9(7)V99.
    05 WO-DESCRIPTION PIC X(30).
    05 WO-SOURCE-TYPE PIC X(1).
        88 WO-RAISED-MANUALLY  VALUE ' '.
        88 WO-FROM-INSPECTION  VALUE 'I'.
        88 WO-FROM-PM-PLAN     VALUE 'P'.
        88 WO-FROM-CLAIM       VALUE 'C'.
    05 WO-SOURCE-REFERENCE PIC X(16).
    05 WO-INSPECTION-LINK REDEFINES WO-SOURCE-REFERENCE.
        10 WO-INSPECTION-DATE PIC X(8).
        10 WO-FINDINGS-CODE PIC X(4).
        10 FILLER PIC X(4).
    05 WO-PM-PLAN-LINK REDEFINES WO-SOURCE-REFERENCE.
        10 WO-PM-TASK-ID PIC X(6).
        10 FILLER PIC X(10).
*> Repair work for an insurance claim, so the loss history can set
*> the insurer's recoveries against what the repair really cost.
    05 WO-CLAIM-LINK REDEFINES WO-SOURCE-REFERENCE.
        10 WO-CLAIM-NUMBER PIC X(10).
        10 FILLER PIC X(6).
