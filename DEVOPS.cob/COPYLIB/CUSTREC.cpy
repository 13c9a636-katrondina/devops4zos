000010*--------------------------------------------------------------*
000020*  CUSTREC   -  Customer master record layout used by          *
000030*               CUSTQUAL's full-record data-quality report.    *
000032*                                                              *
000034*               CUS-STATUS is blank (as every record written   *
000036*               before the byte was named carries) or A for an *
000037*               active customer, C for one closed by a CUSTMNT *
000038*               delete.  CUS-CLOSE-DATE is the run date of the *
000039*               close and means nothing while the customer is  *
000041*               active.  Closed customers stay on the master   *
000044*               until CUSTPURG archives and removes them.      *
000047*--------------------------------------------------------------*
000050*    08/09/2026  KR   Original copybook for CUSTQUAL.         *
000052*    10/15/2026  KR   FILLER named CUS-STATUS and             *
000054*                     CUS-CLOSE-DATE for logical close.       *
000060*--------------------------------------------------------------*
000070 01  CUS-CUSTOMER-RECORD.
000080     05 CUS-CUSTOMER-ID            PIC X(10).
000110     05 CUS-CITY                   PIC X(15).
000120     05 CUS-STATE                  PIC X(02).
000130     05 CUS-ZIP-CODE               PIC X(08).
000140     05 CUS-STATUS                 PIC X(01).
000142         88 CUS-ACTIVE                 VALUE " " "A".
000144         88 CUS-CLOSED                 VALUE "C".
000146     05 CUS-CLOSE-DATE             PIC 9(08) COMP.
000150
000160 01  CUS-CUSTOMER-RECORD-R REDEFINES CUS-CUSTOMER-RECORD.
000170     05 CUS-RECORD-TEXT            PIC X(100).
