01 DUNNING-SUPPRESS-RECORD.
    05 DS-BUILDING-NAME PIC X(25).
    05 DS-TENANT-NAME PIC X(25).
    05 DS-REASON-CODE PIC X(1).
        88 DS-PAYMENT-PLAN VALUE 'P'.
        88 DS-IN-DISPUTE   VALUE 'D'.
    05 DS-START-DATE PIC X(8).
    05 DS-END-DATE PIC X(8).
    05 DS-ENTERED-BY PIC X(8).
