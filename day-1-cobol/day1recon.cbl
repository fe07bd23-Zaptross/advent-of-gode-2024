    05 MST-ID PIC 9(9).
    05 MST-LEFT-COUNT PIC 9(6).
    05 MST-RIGHT-COUNT PIC 9(6).
    05 MST-FIRST-SEEN PIC 9(8).
    05 MST-LAST-ACTIVITY PIC 9(8).
    05 MST-LAST-RUN PIC 9(6).
    05 MST-ZERO-SINCE PIC 9(8).

*> One accepted left/right pair per record, as the daily job's
*> write-work-row lays it down
