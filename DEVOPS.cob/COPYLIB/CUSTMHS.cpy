000040*               One record appended per clean run (the count   *
000050*               dataset rides DISP=MOD), carrying the          *
000060*               customer-master record count as of the end of  *
000070*               that run.  The last record on file for an      *
000080*               earlier run date is the "old count" side of    *
000090*               the next tie, old + adds - deletes = new, now  *
000092*               that the master is a KSDS updated in place and *
000094*               there is no old/new dataset pair to count.     *
000100*--------------------------------------------------------------*
000110*    09/02/2026  KR   Original copybook for CUSTRECN.          *
000115*    10/15/2026  KR   Old count is the last record for an      *
000116*                     earlier run date (same-day back-out).    *
000120*--------------------------------------------------------------*
000130 01  CMH-HISTORY-RECORD.
000140     05 CMH-RUN-DATE               PIC 9(08).
