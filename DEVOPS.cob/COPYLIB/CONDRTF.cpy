000010*--------------------------------------------------------------*
000020*  CONDRTF   -  Reject return file record written by CONDRTN,  *
000030*               one file per upstream sender.  The sender's    *
000040*               rejects from one night's CONDVAL run, wrapped  *
000050*               in the same header/trailer control records    *
000060*               (see CONDREC) the sender wraps around its own  *
000070*               portion of DEVOPS.DAILY.FEED: the header names *
000080*               the sender and our run date, the trailer       *
000090*               carries the detail-row count and the hash      *
000100*               total of the numeric record keys, so the       *
000110*               sender can balance the file the way CONDRVR    *
000120*               balances theirs.                               *
000130*--------------------------------------------------------------*
000140*    10/15/2026  KR   Original copybook for CONDRTN.           *
000150*--------------------------------------------------------------*
000160 01  CRF-RETURN-RECORD.
000170     05 CRF-RECORD-KEY             PIC X(10).
000180     05 CRF-RECORD-KEY-NUM REDEFINES CRF-RECORD-KEY
000190                                   PIC 9(10).
000200     05 CRF-FIELD-TYPE             PIC X(10).
000210     05 CRF-CHAR-POSITION          PIC 9(02).
000220     05 CRF-OFFENDING-CHAR         PIC X(01).
000230     05 CRF-REASON-CODE            PIC X(04).
000240     05 CRF-RUN-DATE               PIC 9(08).
000250     05 FILLER                     PIC X(45).
000260
000270 01  CRF-CONTROL-RECORD.
000280     05 CRF-CONTROL-ID             PIC X(10).
000290         88 CRF-IS-HEADER              VALUE "**HEADER**".
000300         88 CRF-IS-TRAILER             VALUE "**TRAILER*".
000310     05 CRF-CONTROL-SOURCE-ID      PIC X(08).
000320     05 CRF-HEADER-DETAIL.
000330         10 CRF-HEADER-CREATE-DATE PIC 9(08).
000340         10 FILLER                 PIC X(54).
000350     05 CRF-TRAILER-DETAIL REDEFINES CRF-HEADER-DETAIL.
000360         10 CRF-TRAILER-RECORD-COUNT
000370                                   PIC 9(09).
000380         10 CRF-TRAILER-HASH-TOTAL PIC 9(16).
000390         10 FILLER                 PIC X(37).
