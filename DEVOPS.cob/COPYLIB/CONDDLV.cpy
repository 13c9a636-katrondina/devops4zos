000010*--------------------------------------------------------------*
000020*  CONDDLV   -  Delivery log record, one per source delivery   *
000030*               CONDSRCK has seen on DEVOPS.DAILY.FEED,        *
000040*               appended nightly to DEVOPS.COND.SRCLOG: the    *
000050*               source, the creation date from its header, the *
000060*               run date that processed it, the data records   *
000070*               it carried and how CONDSRCK judged it.  A      *
000080*               later header carrying a source and creation    *
000090*               date already on the log under an earlier run   *
000100*               date is a resent (duplicate) delivery.         *
000110*--------------------------------------------------------------*
000120*    10/15/2026  KR   Original copybook for CONDSRCK.          *
000130*--------------------------------------------------------------*
000140 01  CDV-DELIVERY-RECORD.
000150     05 CDV-SOURCE-ID              PIC X(08).
000160     05 CDV-CREATE-DATE            PIC 9(08).
000170     05 CDV-RUN-DATE               PIC 9(08).
000180     05 CDV-RECORD-COUNT           PIC 9(09).
000190     05 CDV-STATUS                 PIC X(12).
000200     05 FILLER                     PIC X(35).
