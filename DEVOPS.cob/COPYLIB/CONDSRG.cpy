000010*--------------------------------------------------------------*
000020*  CONDSRG   -  Expected-source registry record, read by       *
000030*               CONDSRCK from DEVOPS.COND.SRCREG.  One record  *
000040*               per upstream source that delivers a portion of *
000050*               DEVOPS.DAILY.FEED: its source ID as it appears *
000060*               on the header control record (see CONDREC),    *
000070*               the days of the week it delivers (Y or N,      *
000080*               Sunday through Saturday), and the normal range *
000090*               of data records per delivery.  The registry is *
000100*               maintained by hand; a record with "*" in       *
000110*               column 1 is a comment.                         *
000120*--------------------------------------------------------------*
000130*    10/15/2026  KR   Original copybook for CONDSRCK.          *
000140*--------------------------------------------------------------*
000150 01  CSG-REGISTRY-RECORD.
000160     05 CSG-SOURCE-ID              PIC X(08).
000170     05 CSG-DELIVERY-DAYS.
000180         10 CSG-DAY-FLAG           PIC X(01) OCCURS 7 TIMES.
000190             88 CSG-DELIVERS-TODAY     VALUE "Y".
000200             88 CSG-DAY-FLAG-VALID     VALUE "Y" "N".
000210     05 CSG-MIN-RECORDS            PIC 9(09).
000220     05 CSG-MAX-RECORDS            PIC 9(09).
000230     05 CSG-DESCRIPTION            PIC X(30).
000240     05 FILLER                     PIC X(17).
