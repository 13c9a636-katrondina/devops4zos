000010*--------------------------------------------------------------*
000020*  CUSTOLG   -  Online maintenance audit log record - the     *
000030*               before/after image CUSTMNO writes to the      *
000040*               CUSTOLOG KSDS (DEVOPS.CUST.ONLNAUDT.VSAM) in  *
000050*               the same unit of work as each master update.  *
000060*               CICS cannot extend the sequential audit trail *
000070*               CUSTMNT writes, so the CUSTMNT job drains     *
000080*               this log into DEVOPS.CUST.MAINTAUDT (CUSTOAD) *
000090*               ahead of the update and reconciliation.       *
000100*                                                              *
000110*               The key is the date, time and CICS task       *
000120*               number of the update, so a sequential read    *
000130*               returns the changes in the order they were    *
000140*               made.  Images are 100-byte CUSTREC records;   *
000150*               an add carries a blank before image; a close  *
000160*               (D) or reopen (R) carries both, as in CUSTAUD. *
000170*--------------------------------------------------------------*
000180*    10/15/2026  KR   Original copybook for CUSTMNO/CUSTOAD.  *
000182*    10/15/2026  KR   Close and reopen images.                *
000190*--------------------------------------------------------------*
000200 01  COL-LOG-RECORD.
000210     05 COL-LOG-KEY.
000220         10 COL-LOG-DATE           PIC 9(08).
000230         10 COL-LOG-TIME           PIC 9(06).
000240         10 COL-TASK-NUMBER        PIC 9(07).
000250     05 COL-USER-ID                PIC X(08).
000260     05 COL-TERMINAL-ID            PIC X(04).
000270     05 COL-TRANS-CODE             PIC X(01).
000280     05 COL-CUSTOMER-ID            PIC X(10).
000290     05 COL-BEFORE-IMAGE           PIC X(100).
000300     05 COL-AFTER-IMAGE            PIC X(100).
000310     05 FILLER                     PIC X(16).
