000010*--------------------------------------------------------------*
000020*  CUSTMLX   -  Mailing extract record written by CUSTMAIL,   *
000030*               one per household: the surviving member's     *
000040*               name and address off the standardized master, *
000050*               and how many mailable customers (those not    *
000060*               excluded for an open edit reject) share its   *
000065*               household under the CUSTNORM match key.  The  *
000070*               CUSTMAIL job sorts the file on CMX-ZIP-CODE   *
000080*               (bytes 88-95) for the mail house.             *
000090*--------------------------------------------------------------*
000100*    10/15/2026  KR   Original copybook for CUSTMAIL.         *
000110*--------------------------------------------------------------*
000120 01  CMX-MAILING-RECORD.
000130     05 CMX-CUSTOMER-ID            PIC X(10).
000140     05 CMX-CUSTOMER-NAME          PIC X(30).
000150     05 CMX-ADDRESS-LINE           PIC X(30).
000160     05 CMX-CITY                   PIC X(15).
000170     05 CMX-STATE                  PIC X(02).
000180     05 CMX-ZIP-CODE               PIC X(08).
000190     05 CMX-HOUSEHOLD-COUNT        PIC 9(03).
000200     05 FILLER                     PIC X(02).
