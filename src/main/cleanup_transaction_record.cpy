01 CLEANUP-TRANSACTION-RECORD.
*> The DD name of the maintenance program the transaction is meant
*> for (LEASTRAN for LEASE-MAINT, WOTRAN for WORKORDER-POST), so the
*> reviewed file can be split and fed to each.
    05 CT-TARGET-DD PIC X(8).
    05 CT-TRANSACTION PIC X(118).
