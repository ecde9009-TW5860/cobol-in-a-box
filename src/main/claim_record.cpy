*> One insurance claim per building loss. Amounts are in the base
*> currency (USD), the currency the insurer quotes and pays in. The
*> deductible is taken from the accepted premium quote when the claim
*> is opened, so a later quote does not move it.
01 CLAIM-RECORD.
    05 CM-CLAIM-NUMBER PIC X(10).
    05 CM-BUILDING-NAME PIC X(25).
    05 CM-LOSS-DATE PIC X(8).
    05 CM-CAUSE-CODE PIC X(2).
        88 CM-CAUSE-FIRE       VALUE 'FI'.
        88 CM-CAUSE-WATER      VALUE 'WA'.
        88 CM-CAUSE-WIND       VALUE 'WI'.
        88 CM-CAUSE-FLOOD      VALUE 'FL'.
        88 CM-CAUSE-EARTHQUAKE VALUE 'EQ'.
        88 CM-CAUSE-THEFT      VALUE 'TH'.
        88 CM-CAUSE-LIABILITY  VALUE 'LI'.
        88 CM-CAUSE-OTHER      VALUE 'OT'.
        88 CM-CAUSE-VALID      VALUE 'FI' 'WA' 'WI' 'FL' 'EQ' 'TH'
                                     'LI' 'OT'.
    05 CM-STATUS PIC X(1).
        88 CM-STATUS-OPEN    VALUE 'O'.
        88 CM-STATUS-SETTLED VALUE 'S'.
        88 CM-STATUS-CLOSED  VALUE 'C'.
    05 CM-OPENED-DATE PIC X(8).
    05 CM-ESTIMATED-LOSS PIC 9(9)V99.
    05 CM-RESERVE PIC 9(9)V99.
    05 CM-DEDUCTIBLE PIC 9(7)V99.
    05 CM-RECOVERED PIC 9(9)V99.
    05 CM-SETTLED-DATE PIC X(8).
    05 CM-CLOSED-DATE PIC X(8).
    05 CM-DESCRIPTION PIC X(30).
