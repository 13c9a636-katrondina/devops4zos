000010*--------------------------------------------------------------*
000020*  CUSTCHK   -  Checkpoint record for the CUSTMNT restart      *
000030*               facility, on the CONDRVR/CONDCHK pattern.  A   *
000040*               record is appended to CHKFILE every N          *
000050*               transactions - after the audit and suspense    *
000060*               files have been closed and reopened, so every  *
000070*               image and suspense record it counts is on      *
000080*               disk - and one last record flagged complete    *
000090*               is written at end of run.  The LAST record on  *
000100*               file decides the next run: incomplete means    *
000110*               restart from it.                               *
000120*                                                              *
000130*               CMK-LAST-TRANS-IMAGE is the transaction the    *
000140*               checkpoint was taken after, so a restart can   *
000150*               prove it is repositioned on the same sorted    *
000160*               transaction file.  CMK-LAST-AUDIT-KEY/CODE and *
000170*               CMK-LAST-SUSPENSE-IMAGE are the last audit     *
000180*               image and suspense record the checkpoint       *
000190*               counts, so a restart can find where the        *
000200*               committed part of the run ends on each file.   *
000210*--------------------------------------------------------------*
000220*    10/15/2026  KR   Original copybook for CUSTMNT restart.  *
000222*    10/15/2026  KR   CMK-REOPEN-COUNT from FILLER.  A        *
000224*                     checkpoint written before it holds      *
000226*                     spaces there and restores as zero.      *
000230*--------------------------------------------------------------*
000240 01  CMK-CHECKPOINT-RECORD.
000250     05 CMK-RUN-DATE               PIC 9(08).
000260     05 CMK-TRAN-COUNT             PIC 9(09).
000270     05 CMK-LAST-TRANS-IMAGE       PIC X(100).
000280     05 CMK-MASTER-READ-COUNT      PIC 9(07).
000290     05 CMK-ADD-COUNT              PIC 9(07).
000300     05 CMK-CHANGE-COUNT           PIC 9(07).
000310     05 CMK-DELETE-COUNT           PIC 9(07).
000320     05 CMK-SUSPENSE-COUNT         PIC 9(07).
000330     05 CMK-INVALID-CHAR-COUNT     PIC 9(07).
000340     05 CMK-RETURN-CODE            PIC 9(02).
000350     05 CMK-CHECKPOINT-INTERVAL    PIC 9(07).
000360     05 CMK-LAST-AUDIT-KEY         PIC X(10).
000370     05 CMK-LAST-AUDIT-CODE        PIC X(01).
000380     05 CMK-LAST-SUSPENSE-IMAGE    PIC X(100).
000390     05 CMK-RUN-COMPLETE-SW        PIC X(01).
000400         88 CMK-RUN-COMPLETE           VALUE "Y".
000410         88 CMK-RUN-INCOMPLETE         VALUE "N".
000415     05 CMK-REOPEN-COUNT           PIC 9(07).
000420     05 FILLER                     PIC X(13).
