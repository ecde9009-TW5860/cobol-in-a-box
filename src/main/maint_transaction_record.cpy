        88 TR-ACTION-ADD    VALUE 'A'.
        88 TR-ACTION-CHANGE VALUE 'C'.
        88 TR-ACTION-DELETE VALUE 'D'.
        88 TR-ACTION-CAPITALIZE VALUE 'K'.
        88 TR-ACTION-RENAME VALUE 'N'.
    05 TR-BUILDING-NAME PIC X(25).
    05 TR-BUILDING-DETAIL.
        10 TR-BUILDING-HEIGHT PIC 9(5).
        10 TR-BUILDING-HEIGHT-UOM PIC X(1).
            88 TR-UOM-FEET   VALUE 'F' ' '.
            88 TR-UOM-METERS VALUE 'M'.
        10 TR-BUILDING-STATUS PIC X(1).
            88 TR-BUILDING-ACTIVE   VALUE 'A' ' '.
            88 TR-BUILDING-INACTIVE VALUE 'I'.
        10 TR-BUILDING-ACQUISITION-COST PIC 9(9)V99.
        10 TR-BUILDING-FLOOR-COUNT PIC 9(3).
        10 TR-BUILDING-YEAR-BUILT PIC 9(4).
        10 TR-BUILDING-REGION-CODE PIC X(3).
        10 TR-BUILDING-CURRENCY-CODE PIC X(3).
*> A capitalization ('K') adds one completed work order's actual cost
*> to the building's cost basis rather than replacing the record, so
*> it carries the order, the amount and the in-service date instead.
    05 TR-CAPITAL-DETAIL REDEFINES TR-BUILDING-DETAIL.
        10 TR-CAP-ORDER-NUMBER PIC 9(7).
        10 TR-CAP-AMOUNT PIC 9(9)V99.
        10 TR-CAP-IN-SERVICE-DATE PIC X(8).
        10 FILLER PIC X(5).
*> A rename ('N') carries only the building's new name. It always
*> goes through approval and is applied by BUILDING-RENAME, which
*> changes the name on the master and every file that carries it.
    05 TR-RENAME-DETAIL REDEFINES TR-BUILDING-DETAIL.
        10 TR-NEW-BUILDING-NAME PIC X(25).
        10 FILLER PIC X(6).
